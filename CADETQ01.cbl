      ******************************************************************
      * Author: VANESSA
      * Date: 15/10/2026
      * Purpose: EMISSAO DE ETIQUETAS DE MALA DIRETA A PARTIR DO
      *          CADASTRO DE PESSOAS, COM CONSOLIDACAO POR DOMICILIO E
      *          PRE-ORDENACAO POR CEP PARA O DESCONTO DOS CORREIOS.
      *          LE AS PESSOAS ATIVAS DO CADASTRO-PESSOAS, APLICA A
      *          SELECAO DO ARQUIVO DE PARAMETROS (ETQPRM, MESMAS
      *          POSICOES DO CADPRM DO CADEXT01: TODOS, UMA UF OU UM
      *          CODIGO DE PROFISSAO) E JUNTA NUMA UNICA ETIQUETA AS
      *          PESSOAS DO MESMO DOMICILIO - MESMO CEP E MESMA RUA
      *          NORMALIZADA (MAIUSCULAS, SEM PONTUACAO NEM BRANCOS E
      *          COM O TIPO DE LOGRADOURO ABREVIADO). A ETIQUETA DO
      *          DOMICILIO SAI COMO "FAMILIA <SOBRENOME>" QUANDO TODOS
      *          TEM O MESMO SOBRENOME, OU COM OS DOIS PRIMEIROS NOMES.
      *          AS ETIQUETAS SAEM EM ORDEM DE CEP NO ARQUIVO DE
      *          IMPRESSAO CADETQ, EM 2 OU 3 COLUNAS, SEPARADAS EM
      *          MALOTES A CADA TROCA DO PREFIXO DE CEP (CR-CEP-1). O
      *          RELATORIO RELETQ TRAZ A CONTAGEM DE CADA MALOTE E OS
      *          TOTAIS DE DOMICILIOS, PESSOAS ATENDIDAS E ETIQUETAS
      *          ECONOMIZADAS PELA CONSOLIDACAO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    PESSOAS COM ENDERECO DEVOLVIDO PELOS CORREIOS
      *                  (VER CADDEV01) FICAM SEM ETIQUETA, CONTADAS A
      *                  PARTE; A POSICAO 8 DO ETQPRM = S AS INCLUI.
      * 15/10/2026 VD    CONTADOR DE CONFLITOS DO CADRUN
      *                  (RC-QTDE-CONFLITOS) GRAVADO ZERADO: O PROGRAMA
      *                  NAO REGRAVA O CADPES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADETQ01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-PESSOAS    ASSIGN TO "CADPES"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CR-CHAVE
                  ALTERNATE RECORD KEY IS CR-CPF
                  FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-PARAMETROS      ASSIGN TO "ETQPRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQ-ETIQUETAS       ASSIGN TO "CADETQ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATUS-ETIQUETAS.

           SELECT RELATORIO-ETIQUETAS ASSIGN TO "RELETQ"
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

      ******************************************************************
      * PARAMETROS: AS POSICOES 1 A 6 SEGUEM O CADPRM DO CADEXT01 (T =
      * TODOS, U = UMA UF, P = UM CODIGO DE PROFISSAO); A POSICAO 7 E
      * A QUANTIDADE DE COLUNAS DE ETIQUETAS (2 OU 3; EM BRANCO = 2);
      * A POSICAO 8 = S INCLUI OS ENDERECOS DEVOLVIDOS PELOS CORREIOS.
      ******************************************************************
       FD  ARQ-PARAMETROS
           LABEL RECORD IS STANDARD.
       01  PE-REGISTRO-PARAMETRO.
           03  PE-TIPO-SELECAO            PIC X(01).
               88  PE-SELECAO-TODOS       VALUE 'T'.
               88  PE-SELECAO-UF          VALUE 'U'.
               88  PE-SELECAO-PROFISSAO   VALUE 'P'.
           03  PE-UF                      PIC X(02).
           03  PE-PROFISSAO-COD           PIC 9(03).
           03  PE-COLUNAS                 PIC X(01).
               88  PE-DUAS-COLUNAS        VALUE '2' ' '.
               88  PE-TRES-COLUNAS        VALUE '3'.
           03  PE-INCLUIR-DEVOLVIDOS      PIC X(01).
               88  PE-COM-DEVOLVIDOS      VALUE 'S'.

       FD  ARQ-ETIQUETAS
           LABEL RECORD IS STANDARD.
       01  ET-LINHA-ETIQUETA              PIC X(132).

       FD  RELATORIO-ETIQUETAS
           LABEL RECORD IS STANDARD.
       01  RE-LINHA-RELATORIO             PIC X(132).

       FD  ARQ-RUN-LOG
           LABEL RECORD IS STANDARD.
       COPY RUNREG01.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ARQUIVOS.
           03  WS-STATUS-CADASTRO          PIC X(02) VALUE '00'.
           03  WS-STATUS-PARAMETROS        PIC X(02) VALUE '00'.
           03  WS-STATUS-ETIQUETAS         PIC X(02) VALUE '00'.
           03  WS-STATUS-RELATORIO         PIC X(02) VALUE '00'.
           03  WS-STATUS-RUN-LOG           PIC X(02) VALUE '00'.

       01  WS-FLAGS.
           03  WS-FIM-CADASTRO             PIC X(01) VALUE 'N'.
               88  FIM-CADASTRO            VALUE 'S'.
           03  WS-REGISTRO-SELECIONADO     PIC X(01) VALUE 'N'.
               88  REGISTRO-SELECIONADO    VALUE 'S'.
           03  WS-HOUVE-TROCA              PIC X(01) VALUE 'N'.
               88  HOUVE-TROCA             VALUE 'S'.
           03  WS-MESMO-SOBRENOME          PIC X(01) VALUE 'N'.
               88  MESMO-SOBRENOME         VALUE 'S'.

      ******************************************************************
      * TABELA INTERNA DAS PESSOAS SELECIONADAS, ORDENADA POR DOMICILIO
      * (CEP + RUA NORMALIZADA) PELO METODO DA BOLHA, COMO NO CADDUP01.
      * A ORDENACAO SO TROCA DOIS ITENS QUANDO O PRIMEIRO E MAIOR, DE
      * MODO QUE AS PESSOAS DE UM MESMO DOMICILIO FICAM NA ORDEM DE
      * CHAVE DO CADASTRO. ESTOURAR O LIMITE ENCERRA O PROGRAMA COM
      * ERRO EM VEZ DE EMITIR UMA REMESSA INCOMPLETA.
      ******************************************************************
       01  WS-TABELA-PESSOAS.
           03  WS-PES-OCOR OCCURS 9999 TIMES.
               05  WS-PES-DOMICILIO.
                   07  WS-PES-CEP.
                       09  WS-PES-CEP-1    PIC X(05).
                       09  WS-PES-CEP-2    PIC X(03).
                   07  WS-PES-RUA-NORM     PIC X(20).
               05  WS-PES-PRIMEIRO-NOME    PIC X(15).
               05  WS-PES-ULTIMO-NOME      PIC X(15).
               05  WS-PES-RUA              PIC X(20).
               05  WS-PES-BAIRRO           PIC X(15).
               05  WS-PES-CIDADE           PIC X(20).
               05  WS-PES-UF               PIC X(02).

       01  WS-PES-TROCA                    PIC X(115).

       01  WS-INDICES.
           03  WS-QTDE-PESSOAS             PIC 9(04) VALUE ZEROS.
           03  WS-I                        PIC 9(04) VALUE ZEROS.
           03  WS-J                        PIC 9(04) VALUE ZEROS.
           03  WS-K                        PIC 9(02) VALUE ZEROS.
           03  WS-L                        PIC 9(01) VALUE ZEROS.
           03  WS-P1                       PIC 9(04) VALUE ZEROS.
           03  WS-P2                       PIC 9(04) VALUE ZEROS.

      ******* NORMALIZACAO DA RUA PARA A CHAVE DO DOMICILIO
       01  WS-NORMALIZACAO.
           03  WS-NRM-ENTRADA              PIC X(20) VALUE SPACES.
           03  WS-NRM-PALAVRA              PIC X(20) VALUE SPACES.
           03  WS-NRM-SAIDA                PIC X(20) VALUE SPACES.
           03  WS-NRM-PONTEIRO             PIC 9(02) VALUE ZEROS.
           03  WS-NRM-POSICAO              PIC 9(02) VALUE ZEROS.
       01  WS-NRM-DE                       PIC X(31) VALUE
           'abcdefghijklmnopqrstuvwxyz.,;-/'.
       01  WS-NRM-PARA                     PIC X(31) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '.

      ******* DOMICILIO EM FORMACAO NA QUEBRA DE CONTROLE
       01  WS-DOMICILIO-ATUAL.
           03  WS-DOM-QTDE                 PIC 9(04) VALUE ZEROS.
           03  WS-DOM-PRIMEIRA             PIC 9(04) VALUE ZEROS.
           03  WS-DOM-SEGUNDA              PIC 9(04) VALUE ZEROS.
       01  WS-NOME-ETIQUETA                PIC X(44) VALUE SPACES.
       01  WS-NOME-LONGO                   PIC X(70) VALUE SPACES.
       01  WS-PONTEIRO                     PIC 9(03) VALUE 1.

      ******************************************************************
      * BLOCO DE UMA FILEIRA DE ETIQUETAS (5 LINHAS POR ETIQUETA, ATE
      * 3 ETIQUETAS DE 44 POSICOES LADO A LADO). A FILEIRA E IMPRESSA
      * QUANDO COMPLETA E NO FECHAMENTO DE CADA MALOTE.
      ******************************************************************
       01  WS-BLOCO-ETIQUETAS.
           03  WS-BLC-LINHA OCCURS 5 TIMES.
               05  WS-BLC-COLUNA OCCURS 3 TIMES
                                           PIC X(44).
       01  WS-BLC-QTDE                     PIC 9(01) VALUE ZEROS.
       01  WS-COLUNAS                      PIC 9(01) VALUE 2.

      ******* MALOTE (PREFIXO DE CEP) EM FORMACAO
       01  WS-MALOTE-ATUAL.
           03  WS-MAL-CEP-1                PIC X(05) VALUE SPACES.
           03  WS-MAL-DOMICILIOS           PIC 9(07) VALUE ZEROS.
           03  WS-MAL-PESSOAS              PIC 9(07) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-SEM-ENDERECO        PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DEVOLVIDOS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-DOMICILIOS          PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-ECONOMIZADAS        PIC 9(07) VALUE ZEROS.
           03  WS-QTDE-MALOTES             PIC 9(07) VALUE ZEROS.

       01  WS-CONTROLE-PAGINA.
           03  WS-LINHAS-POR-PAGINA        PIC 9(02) VALUE 10.
           03  WS-LINHAS-NA-PAGINA         PIC 9(02) VALUE ZEROS.
           03  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZEROS.
           03  WS-RETORNO                  PIC 9(02) VALUE ZEROS.

       01  WS-LINHA-SELECAO                PIC X(60) VALUE SPACES.

       01  WS-CABECALHO-1.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(43)
               VALUE 'ETIQUETAS DE MALA DIRETA - MALOTES POR CEP'.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(7) VALUE 'PAGINA:'.
           03  WS-PAGINA-EDIT              PIC ZZZ9.

       01  WS-CABECALHO-2.
           03  FILLER PIC X(14) VALUE 'PREFIXO CEP'.
           03  FILLER PIC X(14) VALUE 'DOMICILIOS'.
           03  FILLER PIC X(14) VALUE 'PESSOAS'.
           03  FILLER PIC X(14) VALUE 'ECONOMIZADAS'.

       01  WS-LINHA-SEPARADORA             PIC X(56) VALUE ALL '-'.

       01  WS-LINHA-MALOTE.
           03  WS-LML-CEP-1                PIC X(05).
           03  FILLER                      PIC X(09) VALUE SPACES.
           03  WS-LML-DOMICILIOS           PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(07) VALUE SPACES.
           03  WS-LML-PESSOAS              PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(07) VALUE SPACES.
           03  WS-LML-ECONOMIZADAS         PIC ZZZ,ZZ9.

       01  WS-LINHA-TOTAL.
           03  WS-LTT-DESCRICAO            PIC X(34).
           03  WS-LTT-VALOR                PIC Z,ZZZ,ZZ9.

      ******* SEPARADORES DE MALOTE NO ARQUIVO DE IMPRESSAO
       01  WS-ETQ-ABRE-MALOTE.
           03  FILLER                      PIC X(26)
               VALUE '*** MALOTE - PREFIXO CEP '.
           03  WS-EAM-CEP-1                PIC X(05).
           03  FILLER                      PIC X(04) VALUE ' ***'.

       01  WS-ETQ-FECHA-MALOTE.
           03  FILLER                      PIC X(30)
               VALUE '*** FIM DO MALOTE PREFIXO CEP '.
           03  WS-EFM-CEP-1                PIC X(05).
           03  FILLER                      PIC X(03) VALUE ' - '.
           03  WS-EFM-DOMICILIOS           PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(14)
               VALUE ' ETIQUETAS ***'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM J100-ABRIR-ARQUIVOS
           PERFORM J150-LER-PARAMETROS
           PERFORM J200-LER-PROXIMO-REGISTRO
           PERFORM J300-CARREGAR-PESSOA
               THRU J300-CARREGAR-PESSOA-FIM
               UNTIL FIM-CADASTRO
           PERFORM J350-ORDENAR-POR-DOMICILIO
           PERFORM J400-EMITIR-ETIQUETAS
           PERFORM J800-IMPRIMIR-TOTAIS
           PERFORM J900-ENCERRAR-ARQUIVOS

           DISPLAY ' '
           DISPLAY 'TOTAL DE REGISTROS LIDOS     : ' WS-QTDE-LIDOS
           DISPLAY 'PESSOAS ATENDIDAS            : ' WS-QTDE-PESSOAS
           DISPLAY 'DOMICILIOS (ETIQUETAS)       : ' WS-QTDE-DOMICILIOS
           DISPLAY 'ETIQUETAS ECONOMIZADAS       : '
                   WS-QTDE-ECONOMIZADAS

           PERFORM J870-GRAVAR-RUN-LOG
           MOVE WS-RETORNO               TO RETURN-CODE
           STOP RUN.

       J100-ABRIR-ARQUIVOS.
           OPEN INPUT CADASTRO-PESSOAS
           IF WS-STATUS-CADASTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADASTRO-PESSOAS. STATUS: '
                       WS-STATUS-CADASTRO
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF

           OPEN INPUT ARQ-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-PARAMETROS. STATUS: '
                       WS-STATUS-PARAMETROS
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT ARQ-ETIQUETAS
           IF WS-STATUS-ETIQUETAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQ-ETIQUETAS. STATUS: '
                       WS-STATUS-ETIQUETAS
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF

           OPEN OUTPUT RELATORIO-ETIQUETAS
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELATORIO-ETIQUETAS. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * LE O REGISTRO UNICO DE PARAMETROS E CRITICA A SELECAO E A
      * QUANTIDADE DE COLUNAS
      ******************************************************************
       J150-LER-PARAMETROS.
           READ ARQ-PARAMETROS
               AT END
                   DISPLAY 'ARQ-PARAMETROS VAZIO.'
                   PERFORM J950-ENCERRAR-COM-ERRO
           END-READ
           IF WS-STATUS-PARAMETROS NOT = '00'
               DISPLAY 'ERRO NA LEITURA DE ARQ-PARAMETROS. STATUS: '
                       WS-STATUS-PARAMETROS
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF

           EVALUATE TRUE
               WHEN PE-SELECAO-TODOS
                   MOVE 'SELECAO: TODOS OS REGISTROS'
                                         TO WS-LINHA-SELECAO
               WHEN PE-SELECAO-UF
                   STRING 'SELECAO: UF ' PE-UF
                       DELIMITED BY SIZE INTO WS-LINHA-SELECAO
                   END-STRING
               WHEN PE-SELECAO-PROFISSAO
                   STRING 'SELECAO: PROFISSAO ' PE-PROFISSAO-COD
                       DELIMITED BY SIZE INTO WS-LINHA-SELECAO
                   END-STRING
               WHEN OTHER
                   DISPLAY 'TIPO DE SELECAO INVALIDO (USAR T, U OU P).'
                   PERFORM J950-ENCERRAR-COM-ERRO
           END-EVALUATE
           DISPLAY WS-LINHA-SELECAO

           EVALUATE TRUE
               WHEN PE-DUAS-COLUNAS
                   MOVE 2                TO WS-COLUNAS
               WHEN PE-TRES-COLUNAS
                   MOVE 3                TO WS-COLUNAS
               WHEN OTHER
                   DISPLAY 'QUANTIDADE DE COLUNAS INVALIDA (USAR 2 OU '
                           '3).'
                   PERFORM J950-ENCERRAR-COM-ERRO
           END-EVALUATE
           DISPLAY 'ETIQUETAS EM ' WS-COLUNAS ' COLUNAS'
           IF PE-COM-DEVOLVIDOS
               DISPLAY 'OPCAO: COM OS ENDERECOS DEVOLVIDOS PELOS '
                       'CORREIOS'
           END-IF
           MOVE SPACES                   TO WS-BLOCO-ETIQUETAS
           .

       J200-LER-PROXIMO-REGISTRO.
           IF NOT FIM-CADASTRO
               READ CADASTRO-PESSOAS NEXT RECORD
                   AT END
                       SET FIM-CADASTRO TO TRUE
               END-READ
               IF NOT FIM-CADASTRO AND WS-STATUS-CADASTRO NOT = '00'
                   DISPLAY 'ERRO NA LEITURA DO CADASTRO. STATUS: '
                           WS-STATUS-CADASTRO
                   PERFORM J950-ENCERRAR-COM-ERRO
               END-IF
           END-IF
           .

      ******************************************************************
      * APLICA A SELECAO DO PARAMETRO AS PESSOAS ATIVAS E CARREGA AS
      * SELECIONADAS NA TABELA INTERNA. PESSOA SEM RUA OU SEM CEP NAO
      * TEM COMO RECEBER CORRESPONDENCIA E FICA DE FORA, CONTADA A
      * PARTE, ASSIM COMO A PESSOA COM ENDERECO DEVOLVIDO PELOS
      * CORREIOS (SALVO A OPCAO DA POSICAO 8 DO ETQPRM).
      ******************************************************************
       J300-CARREGAR-PESSOA.
           ADD 1                         TO WS-QTDE-LIDOS
           MOVE 'N'                      TO WS-REGISTRO-SELECIONADO
           IF CR-INATIVO
               PERFORM J200-LER-PROXIMO-REGISTRO
               GO TO J300-CARREGAR-PESSOA-FIM
           END-IF
           EVALUATE TRUE
               WHEN PE-SELECAO-TODOS
                   SET REGISTRO-SELECIONADO TO TRUE
               WHEN PE-SELECAO-UF AND CR-UF = PE-UF
                   SET REGISTRO-SELECIONADO TO TRUE
               WHEN PE-SELECAO-PROFISSAO
                          AND CR-PROFISSAO-COD = PE-PROFISSAO-COD
                   SET REGISTRO-SELECIONADO TO TRUE
           END-EVALUATE
           IF NOT REGISTRO-SELECIONADO
               PERFORM J200-LER-PROXIMO-REGISTRO
               GO TO J300-CARREGAR-PESSOA-FIM
           END-IF

           IF CR-RUA = SPACES OR CR-CEP = SPACES
               ADD 1                     TO WS-QTDE-SEM-ENDERECO
               PERFORM J200-LER-PROXIMO-REGISTRO
               GO TO J300-CARREGAR-PESSOA-FIM
           END-IF

           IF CR-ENDERECO-DEVOLVIDO AND NOT PE-COM-DEVOLVIDOS
               ADD 1                     TO WS-QTDE-DEVOLVIDOS
               PERFORM J200-LER-PROXIMO-REGISTRO
               GO TO J300-CARREGAR-PESSOA-FIM
           END-IF

           IF WS-QTDE-PESSOAS = 9999
               DISPLAY 'CAPACIDADE DA TABELA INTERNA (9999) EXCEDIDA.'
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF
           ADD 1                         TO WS-QTDE-PESSOAS
           PERFORM J330-NORMALIZAR-RUA
           MOVE CR-CEP                   TO WS-PES-CEP (WS-QTDE-PESSOAS)
           MOVE WS-NRM-SAIDA             TO
                                      WS-PES-RUA-NORM (WS-QTDE-PESSOAS)
           MOVE CR-PRIMEIRO-NOME         TO
                                 WS-PES-PRIMEIRO-NOME (WS-QTDE-PESSOAS)
           MOVE CR-ULTIMO-NOME           TO
                                   WS-PES-ULTIMO-NOME (WS-QTDE-PESSOAS)
           MOVE CR-RUA                   TO WS-PES-RUA (WS-QTDE-PESSOAS)
           MOVE CR-BAIRRO                TO
                                        WS-PES-BAIRRO (WS-QTDE-PESSOAS)
           MOVE CR-CIDADE                TO
                                        WS-PES-CIDADE (WS-QTDE-PESSOAS)
           MOVE CR-UF                    TO WS-PES-UF (WS-QTDE-PESSOAS)
           PERFORM J200-LER-PROXIMO-REGISTRO
           .
       J300-CARREGAR-PESSOA-FIM.
           EXIT.

      ******************************************************************
      * NORMALIZA CR-RUA PARA A CHAVE DO DOMICILIO: MAIUSCULAS, SEM
      * PONTUACAO, TIPO DE LOGRADOURO ABREVIADO (RUA = R, AVENIDA =
      * AV ...) E SEM BRANCOS, DE MODO QUE "RUA DAS FLORES, 10" E
      * "R. DAS FLORES 10" CAIAM NO MESMO DOMICILIO
      ******************************************************************
       J330-NORMALIZAR-RUA.
           MOVE CR-RUA                   TO WS-NRM-ENTRADA
           INSPECT WS-NRM-ENTRADA CONVERTING WS-NRM-DE TO WS-NRM-PARA
           MOVE SPACES                   TO WS-NRM-PALAVRA
           MOVE SPACES                   TO WS-NRM-SAIDA
           MOVE 1                        TO WS-NRM-PONTEIRO
           UNSTRING WS-NRM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-NRM-PALAVRA
               WITH POINTER WS-NRM-PONTEIRO
           END-UNSTRING

           EVALUATE WS-NRM-PALAVRA
               WHEN 'RUA'
                   MOVE 'R'              TO WS-NRM-PALAVRA
               WHEN 'AVENIDA'
               WHEN 'AVEN'
               WHEN 'AVE'
                   MOVE 'AV'             TO WS-NRM-PALAVRA
               WHEN 'TRAVESSA'
               WHEN 'TRAV'
                   MOVE 'TV'             TO WS-NRM-PALAVRA
               WHEN 'ALAMEDA'
                   MOVE 'AL'             TO WS-NRM-PALAVRA
               WHEN 'PRACA'
                   MOVE 'PC'             TO WS-NRM-PALAVRA
               WHEN 'ESTRADA'
                   MOVE 'EST'            TO WS-NRM-PALAVRA
               WHEN 'RODOVIA'
                   MOVE 'ROD'            TO WS-NRM-PALAVRA
           END-EVALUATE

           MOVE 1                        TO WS-NRM-POSICAO
           STRING WS-NRM-PALAVRA DELIMITED BY SPACE
               INTO WS-NRM-SAIDA WITH POINTER WS-NRM-POSICAO
           END-STRING
           PERFORM J335-ANEXAR-CARACTER
               VARYING WS-K FROM WS-NRM-PONTEIRO BY 1
               UNTIL WS-K GREATER THAN 20
           .

       J335-ANEXAR-CARACTER.
           IF WS-NRM-ENTRADA (WS-K:1) NOT = SPACE
              AND WS-NRM-POSICAO NOT GREATER THAN 20
               MOVE WS-NRM-ENTRADA (WS-K:1)
                                 TO WS-NRM-SAIDA (WS-NRM-POSICAO:1)
               ADD 1                     TO WS-NRM-POSICAO
           END-IF
           .

      ******************************************************************
      * ORDENA A TABELA INTERNA POR DOMICILIO (METODO DA BOLHA COM FLAG
      * DE TROCA): CEP PRIMEIRO, PARA A PRE-ORDENACAO DOS CORREIOS, E
      * RUA NORMALIZADA, PARA DEIXAR ADJACENTES AS PESSOAS DA MESMA
      * CASA
      ******************************************************************
       J350-ORDENAR-POR-DOMICILIO.
           IF WS-QTDE-PESSOAS > 1
               MOVE 'S'                  TO WS-HOUVE-TROCA
               PERFORM J360-PASSADA-ORDENACAO
                   UNTIL NOT HOUVE-TROCA
           END-IF
           .

       J360-PASSADA-ORDENACAO.
           MOVE 'N'                      TO WS-HOUVE-TROCA
           PERFORM J370-COMPARAR-E-TROCAR
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I NOT LESS THAN WS-QTDE-PESSOAS
           .

       J370-COMPARAR-E-TROCAR.
           COMPUTE WS-J = WS-I + 1
           IF WS-PES-DOMICILIO (WS-I) GREATER THAN
              WS-PES-DOMICILIO (WS-J)
               MOVE WS-PES-OCOR (WS-I)   TO WS-PES-TROCA
               MOVE WS-PES-OCOR (WS-J)   TO WS-PES-OCOR (WS-I)
               MOVE WS-PES-TROCA         TO WS-PES-OCOR (WS-J)
               MOVE 'S'                  TO WS-HOUVE-TROCA
           END-IF
           .

      ******************************************************************
      * PERCORRE A TABELA ORDENADA COM DUAS QUEBRAS DE CONTROLE: A
      * TROCA DE DOMICILIO (CEP + RUA NORMALIZADA) FECHA UMA ETIQUETA
      * E A TROCA DO PREFIXO DE CEP FECHA O MALOTE
      ******************************************************************
       J400-EMITIR-ETIQUETAS.
           PERFORM J410-AVALIAR-PESSOA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER THAN WS-QTDE-PESSOAS
           IF WS-QTDE-PESSOAS > ZEROS
               PERFORM J450-FECHAR-DOMICILIO
                   THRU J450-FECHAR-DOMICILIO-FIM
               PERFORM J460-FECHAR-MALOTE
           END-IF
           .

       J410-AVALIAR-PESSOA.
           IF WS-I = 1
               PERFORM J470-ABRIR-MALOTE
           ELSE
               COMPUTE WS-J = WS-I - 1
               IF WS-PES-DOMICILIO (WS-I) NOT = WS-PES-DOMICILIO (WS-J)
                   PERFORM J450-FECHAR-DOMICILIO
                       THRU J450-FECHAR-DOMICILIO-FIM
               END-IF
               IF WS-PES-CEP-1 (WS-I) NOT = WS-PES-CEP-1 (WS-J)
                   PERFORM J460-FECHAR-MALOTE
                   PERFORM J470-ABRIR-MALOTE
               END-IF
           END-IF

           ADD 1                         TO WS-DOM-QTDE
           EVALUATE WS-DOM-QTDE
               WHEN 1
                   MOVE WS-I             TO WS-DOM-PRIMEIRA
                   SET MESMO-SOBRENOME   TO TRUE
               WHEN 2
                   MOVE WS-I             TO WS-DOM-SEGUNDA
           END-EVALUATE
           IF WS-PES-ULTIMO-NOME (WS-I) NOT =
              WS-PES-ULTIMO-NOME (WS-DOM-PRIMEIRA)
               MOVE 'N'                  TO WS-MESMO-SOBRENOME
           END-IF
           .

      ******************************************************************
      * FECHA O DOMICILIO EM FORMACAO: MONTA A ETIQUETA NA FILEIRA E
      * ACUMULA OS CONTADORES DO MALOTE E DO JOB. CADA PESSOA ALEM DA
      * PRIMEIRA E UMA ETIQUETA ECONOMIZADA.
      ******************************************************************
       J450-FECHAR-DOMICILIO.
           IF WS-DOM-QTDE = ZEROS
               GO TO J450-FECHAR-DOMICILIO-FIM
           END-IF
           PERFORM J455-MONTAR-NOME-DOMICILIO
           PERFORM J520-MONTAR-ETIQUETA

           ADD 1                         TO WS-QTDE-DOMICILIOS
           ADD 1                         TO WS-MAL-DOMICILIOS
           ADD WS-DOM-QTDE               TO WS-MAL-PESSOAS
           COMPUTE WS-QTDE-ECONOMIZADAS =
                   WS-QTDE-ECONOMIZADAS + WS-DOM-QTDE - 1
           MOVE ZEROS                    TO WS-DOM-QTDE
           .
       J450-FECHAR-DOMICILIO-FIM.
           EXIT.

      ******************************************************************
      * NOME DA ETIQUETA: PESSOA SOZINHA SAI COM O NOME COMPLETO; UM
      * DOMICILIO EM QUE TODOS TEM O MESMO SOBRENOME SAI COMO "FAMILIA
      * <SOBRENOME>"; NOS DEMAIS, OS DOIS PRIMEIROS NOMES DA CASA
      * (NOME E SOBRENOME DE CADA UM, OU SO OS PRENOMES QUANDO NAO
      * CABEM NA ETIQUETA)
      ******************************************************************
       J455-MONTAR-NOME-DOMICILIO.
           MOVE SPACES                   TO WS-NOME-ETIQUETA
           MOVE WS-DOM-PRIMEIRA          TO WS-P1
           MOVE WS-DOM-SEGUNDA           TO WS-P2
           EVALUATE TRUE
               WHEN WS-DOM-QTDE = 1
                   STRING WS-PES-PRIMEIRO-NOME (WS-P1) DELIMITED BY '  '
                          ' '                         DELIMITED BY SIZE
                          WS-PES-ULTIMO-NOME (WS-P1)   DELIMITED BY '  '
                       INTO WS-NOME-ETIQUETA
                   END-STRING
               WHEN MESMO-SOBRENOME
                AND WS-PES-ULTIMO-NOME (WS-P1) NOT = SPACES
                   STRING 'FAMILIA '                  DELIMITED BY SIZE
                          WS-PES-ULTIMO-NOME (WS-P1)   DELIMITED BY '  '
                       INTO WS-NOME-ETIQUETA
                   END-STRING
               WHEN OTHER
                   MOVE SPACES           TO WS-NOME-LONGO
                   MOVE 1                TO WS-PONTEIRO
                   STRING WS-PES-PRIMEIRO-NOME (WS-P1) DELIMITED BY '  '
                          ' '                         DELIMITED BY SIZE
                          WS-PES-ULTIMO-NOME (WS-P1)   DELIMITED BY '  '
                          ' E '                       DELIMITED BY SIZE
                          WS-PES-PRIMEIRO-NOME (WS-P2) DELIMITED BY '  '
                          ' '                         DELIMITED BY SIZE
                          WS-PES-ULTIMO-NOME (WS-P2)   DELIMITED BY '  '
                       INTO WS-NOME-LONGO WITH POINTER WS-PONTEIRO
                   END-STRING
                   IF WS-PONTEIRO GREATER THAN 45
                       STRING WS-PES-PRIMEIRO-NOME (WS-P1)
                                                  DELIMITED BY '  '
                              ' E '               DELIMITED BY SIZE
                              WS-PES-PRIMEIRO-NOME (WS-P2)
                                                  DELIMITED BY '  '
                           INTO WS-NOME-ETIQUETA
                       END-STRING
                   ELSE
                       MOVE WS-NOME-LONGO    TO WS-NOME-ETIQUETA
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * FECHA O MALOTE DO PREFIXO CORRENTE: IMPRIME A FILEIRA QUE
      * SOBROU, O SEPARADOR DE FIM DE MALOTE NAS ETIQUETAS E A LINHA
      * DO MALOTE NO RELATORIO
      ******************************************************************
       J460-FECHAR-MALOTE.
           PERFORM J530-IMPRIMIR-FILEIRA
           MOVE WS-MAL-CEP-1             TO WS-EFM-CEP-1
           MOVE WS-MAL-DOMICILIOS        TO WS-EFM-DOMICILIOS
           MOVE WS-ETQ-FECHA-MALOTE      TO ET-LINHA-ETIQUETA
           PERFORM J540-GRAVAR-ETIQUETA
           MOVE SPACES                   TO ET-LINHA-ETIQUETA
           PERFORM J540-GRAVAR-ETIQUETA

           IF WS-LINHAS-NA-PAGINA = ZEROS
               PERFORM J600-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-MAL-CEP-1             TO WS-LML-CEP-1
           MOVE WS-MAL-DOMICILIOS        TO WS-LML-DOMICILIOS
           MOVE WS-MAL-PESSOAS           TO WS-LML-PESSOAS
           COMPUTE WS-LML-ECONOMIZADAS =
                   WS-MAL-PESSOAS - WS-MAL-DOMICILIOS
           MOVE WS-LINHA-MALOTE          TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           ADD 1                         TO WS-LINHAS-NA-PAGINA
           IF WS-LINHAS-NA-PAGINA = WS-LINHAS-POR-PAGINA
               MOVE ZEROS                TO WS-LINHAS-NA-PAGINA
               MOVE SPACES               TO RE-LINHA-RELATORIO
               PERFORM J700-GRAVAR-LINHA
           END-IF
           .

       J470-ABRIR-MALOTE.
           ADD 1                         TO WS-QTDE-MALOTES
           MOVE WS-PES-CEP-1 (WS-I)      TO WS-MAL-CEP-1
           MOVE ZEROS                    TO WS-MAL-DOMICILIOS
           MOVE ZEROS                    TO WS-MAL-PESSOAS
           MOVE WS-MAL-CEP-1             TO WS-EAM-CEP-1
           MOVE WS-ETQ-ABRE-MALOTE       TO ET-LINHA-ETIQUETA
           PERFORM J540-GRAVAR-ETIQUETA
           MOVE SPACES                   TO ET-LINHA-ETIQUETA
           PERFORM J540-GRAVAR-ETIQUETA
           .

      ******************************************************************
      * MONTA A ETIQUETA DO DOMICILIO NA PROXIMA COLUNA DA FILEIRA:
      * NOME, RUA, BAIRRO, CIDADE - UF E CEP. O ENDERECO E O DA
      * PRIMEIRA PESSOA DA CASA. FILEIRA COMPLETA VAI PARA IMPRESSAO.
      ******************************************************************
       J520-MONTAR-ETIQUETA.
           MOVE WS-DOM-PRIMEIRA          TO WS-P1
           ADD 1                         TO WS-BLC-QTDE
           MOVE WS-NOME-ETIQUETA         TO
                                     WS-BLC-COLUNA (1, WS-BLC-QTDE)
           MOVE WS-PES-RUA (WS-P1)        TO
                                     WS-BLC-COLUNA (2, WS-BLC-QTDE)
           MOVE WS-PES-BAIRRO (WS-P1)     TO
                                     WS-BLC-COLUNA (3, WS-BLC-QTDE)
           STRING WS-PES-CIDADE (WS-P1)   DELIMITED BY '  '
                  ' - '                  DELIMITED BY SIZE
                  WS-PES-UF (WS-P1)       DELIMITED BY SIZE
               INTO WS-BLC-COLUNA (4, WS-BLC-QTDE)
           END-STRING
           STRING 'CEP '                 DELIMITED BY SIZE
                  WS-PES-CEP-1 (WS-P1)    DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-PES-CEP-2 (WS-P1)    DELIMITED BY SIZE
               INTO WS-BLC-COLUNA (5, WS-BLC-QTDE)
           END-STRING
           IF WS-BLC-QTDE = WS-COLUNAS
               PERFORM J530-IMPRIMIR-FILEIRA
           END-IF
           .

       J530-IMPRIMIR-FILEIRA.
           IF WS-BLC-QTDE > ZEROS
               PERFORM J535-IMPRIMIR-LINHA-FILEIRA
                   VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L GREATER THAN 5
               MOVE SPACES               TO ET-LINHA-ETIQUETA
               PERFORM J540-GRAVAR-ETIQUETA
               MOVE SPACES               TO WS-BLOCO-ETIQUETAS
               MOVE ZEROS                TO WS-BLC-QTDE
           END-IF
           .

       J535-IMPRIMIR-LINHA-FILEIRA.
           MOVE WS-BLC-LINHA (WS-L)      TO ET-LINHA-ETIQUETA
           PERFORM J540-GRAVAR-ETIQUETA
           .

       J540-GRAVAR-ETIQUETA.
           WRITE ET-LINHA-ETIQUETA
           IF WS-STATUS-ETIQUETAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-ETIQUETAS. STATUS: '
                       WS-STATUS-ETIQUETAS
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF
           .

       J600-IMPRIMIR-CABECALHO.
           ADD 1                         TO WS-NUMERO-PAGINA
           MOVE WS-NUMERO-PAGINA         TO WS-PAGINA-EDIT
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE WS-CABECALHO-1           TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE WS-LINHA-SELECAO         TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE WS-CABECALHO-2           TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE WS-LINHA-SEPARADORA      TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           .

       J700-GRAVAR-LINHA.
           WRITE RE-LINHA-RELATORIO
           IF WS-STATUS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR RELATORIO-ETIQUETAS. STATUS: '
                       WS-STATUS-RELATORIO
               PERFORM J950-ENCERRAR-COM-ERRO
           END-IF
           .

      ******************************************************************
      * TOTAIS DA REMESSA: DOMICILIOS (= ETIQUETAS IMPRESSAS), PESSOAS
      * ATENDIDAS E ETIQUETAS ECONOMIZADAS PELA CONSOLIDACAO
      ******************************************************************
       J800-IMPRIMIR-TOTAIS.
           IF WS-QTDE-MALOTES = ZEROS
               PERFORM J600-IMPRIMIR-CABECALHO
               MOVE 'NENHUMA PESSOA SELECIONADA PARA ETIQUETA.'
                                         TO RE-LINHA-RELATORIO
               PERFORM J700-GRAVAR-LINHA
           END-IF
           MOVE SPACES                   TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           MOVE 'PESSOAS LIDAS NO CADASTRO        :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-LIDOS            TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'SELECIONADAS SEM ENDERECO        :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-SEM-ENDERECO     TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'SELECIONADAS COM END. DEVOLVIDO  :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-DEVOLVIDOS       TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'PESSOAS ATENDIDAS                :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-PESSOAS          TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'DOMICILIOS (ETIQUETAS IMPRESSAS) :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-DOMICILIOS       TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'ETIQUETAS ECONOMIZADAS           :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-ECONOMIZADAS     TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           MOVE 'MALOTES (PREFIXOS DE CEP)        :'
                                         TO WS-LTT-DESCRICAO
           MOVE WS-QTDE-MALOTES          TO WS-LTT-VALOR
           PERFORM J810-IMPRIMIR-LINHA-TOTAL
           .

       J810-IMPRIMIR-LINHA-TOTAL.
           MOVE WS-LINHA-TOTAL           TO RE-LINHA-RELATORIO
           PERFORM J700-GRAVAR-LINHA
           .

      ******************************************************************
      * GRAVA O REGISTRO DE CONTROLE DE EXECUCAO NO ARQUIVO CADRUN.
      * UMA FALHA AQUI NAO DERRUBA O JOB: O REGISTRO E DE CONTROLE,
      * NAO DE NEGOCIO.
      ******************************************************************
       J870-GRAVAR-RUN-LOG.
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
               MOVE 'CADETQ01'           TO RC-PROGRAMA
               ACCEPT RC-DATA-EXECUCAO   FROM DATE YYYYMMDD
               ACCEPT RC-HORA-EXECUCAO   FROM TIME
               MOVE WS-QTDE-LIDOS        TO RC-QTDE-LIDOS
               MOVE WS-QTDE-DOMICILIOS   TO RC-QTDE-APLICADOS
               MOVE ZEROS                TO RC-QTDE-REJEITADOS
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

       J900-ENCERRAR-ARQUIVOS.
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-ETIQUETAS
           CLOSE RELATORIO-ETIQUETAS
           .

       J950-ENCERRAR-COM-ERRO.
           MOVE 16                       TO WS-RETORNO
           PERFORM J870-GRAVAR-RUN-LOG
           CLOSE CADASTRO-PESSOAS
           CLOSE ARQ-PARAMETROS
           CLOSE ARQ-ETIQUETAS
           CLOSE RELATORIO-ETIQUETAS
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.
       END PROGRAM CADETQ01.
