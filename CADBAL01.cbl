      *          ATIVOS DE HOJE E GRAVADO EM CADSLD PARA O FECHAMENTO
      *          DE AMANHA. TAMBEM E APONTADO QUALQUER JOB DO DIA QUE
      *          TENHA TERMINADO COM RETURN-CODE DIFERENTE DE ZERO.
      *          OS CONFLITOS DE ALTERACAO DO DIA (REGRAVACOES DO
      *          CADPES RECUSADAS PORQUE OUTRO PROGRAMA OU OPERADOR
      *          ALTEROU O REGISTRO DEPOIS DA LEITURA) SAO SOMADOS E
      *          EXIBIDOS POR PROGRAMA, SEM ENTRAR NA EQUACAO.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    SOMA E EXIBE OS CONFLITOS DE ALTERACAO DO DIA
      *                  (RC-QTDE-CONFLITOS); AS SESSOES DOS PROGRAMAS
      *                  INTERATIVOS CONTAM A PARTE DOS JOBS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBAL01.
           03  WS-DIA-EXPURGOS             PIC 9(07) VALUE ZEROS.
           03  WS-DIA-JOBS                 PIC 9(03) VALUE ZEROS.
           03  WS-DIA-JOBS-COM-ERRO        PIC 9(03) VALUE ZEROS.
           03  WS-DIA-SESSOES              PIC 9(05) VALUE ZEROS.
           03  WS-DIA-CONFLITOS            PIC 9(07) VALUE ZEROS.

       01  WS-CONTADORES.
           03  WS-QTDE-LIDOS               PIC 9(07) VALUE ZEROS.
      ******************************************************************
      * SOMA A MOVIMENTACAO DO DIA A PARTIR DOS REGISTROS DO CADRUN
      * COM A DATA DE HOJE: INCLUSOES E EXCLUSOES LOGICAS DO CADMOV01,
      * EXPURGOS DO CADPUR01, JOBS COM RETURN-CODE DIFERENTE DE ZERO
      * E CONFLITOS DE ALTERACAO
      ******************************************************************
       C400-SOMAR-MOVIMENTACAO-DIA.
           PERFORM C410-LER-RUN-LOG

       C420-ACUMULAR-EXECUCAO.
           IF RC-DATA-EXECUCAO = WS-DATA-HOJE
               IF RC-PROGRAMA = 'CADMNT01' OR 'CADEXC01' OR 'CADAPR01'
                   ADD 1                 TO WS-DIA-SESSOES
               ELSE
                   ADD 1                 TO WS-DIA-JOBS
               END-IF
               IF RC-RETORNO NOT = ZEROS
                   ADD 1                 TO WS-DIA-JOBS-COM-ERRO
                   DISPLAY 'JOB COM ERRO NO DIA: ' RC-PROGRAMA
                           ' RETORNO ' RC-RETORNO
               END-IF
               IF RC-QTDE-CONFLITOS NOT = ZEROS
                   ADD RC-QTDE-CONFLITOS TO WS-DIA-CONFLITOS
                   DISPLAY 'CONFLITOS DE ALTERACAO: ' RC-PROGRAMA
                           ' AS ' RC-HORA-EXECUCAO
                           ' QTDE ' RC-QTDE-CONFLITOS
               END-IF
               EVALUATE RC-PROGRAMA
                   WHEN 'CADMOV01'
                       ADD RC-QTDE-INCLUSOES TO WS-DIA-INCLUSOES
           DISPLAY 'JOBS REGISTRADOS NO DIA    : ' WS-DIA-JOBS
           DISPLAY 'JOBS COM ERRO NO DIA       : '
                   WS-DIA-JOBS-COM-ERRO
           DISPLAY 'SESSOES INTERATIVAS NO DIA : ' WS-DIA-SESSOES
           DISPLAY 'CONFLITOS DE ALTERACAO     : ' WS-DIA-CONFLITOS

           IF NOT SALDO-EXISTE
               DISPLAY 'SEM SALDO ANTERIOR: FECHAMENTO INICIALIZA O '
