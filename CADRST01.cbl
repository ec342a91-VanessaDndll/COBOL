      * Modification History
      * DATE       INIT  DESCRIPTION
      * 22/08/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    AUDITORIA CARIMBADA COM O NOME DO PROGRAMA NO
      *                  OPERADOR (AU-OPERADOR).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES (SITUACAO DO
      *                  CPF NA RECEITA FEDERAL).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES (MARCA DE
      *                  ENDERECO DEVOLVIDO PELOS CORREIOS).
      * 15/10/2026 VD    PESSOA ANONIMIZADA PELO CADLGP01 (LGPD) NAO E
      *                  MAIS RESTAURADA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES; A PESSOA
      *                  RESTAURADA E CARIMBADA COM A ULTIMA ALTERACAO
      *                  (LCK30).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRST01.
           LABEL RECORD IS STANDARD.
       01  AR-REGISTRO-ARQUIVO.
           03  AR-CHAVE                   PIC X(10).
           03  AR-DADOS-PESSOA            PIC X(202).

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD.

      ******* IMAGENS PARA A AUDITORIA (ANTES/DEPOIS DA RESTAURACAO)
       01  WS-OPERACAO-ATUAL               PIC X(01) VALUE SPACES.
       01  WS-IMAGEM-ANTES                 PIC X(212) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS                PIC X(212) VALUE SPACES.

      ******* CARIMBO DA ULTIMA ALTERACAO (VER LCKPRC01)
       COPY LCKWRK01.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'CADRST01'               TO WS-LCK-PROGRAMA
           PERFORM Z100-ABRIR-ARQUIVOS
           PERFORM Z200-RESTAURAR-PESSOA
               THRU Z200-RESTAURAR-PESSOA-FIM
           END-IF

           MOVE AR-REGISTRO-ARQUIVO      TO CR-REGISTRO-PESSOA
           IF CR-PESSOA-ANONIMIZADA
               DISPLAY 'PESSOA ANONIMIZADA A PEDIDO DO TITULAR (LGPD). '
                       'RESTAURACAO NAO PERMITIDA.'
               GO TO Z200-RESTAURAR-PESSOA-FIM
           END-IF
           SET CR-ATIVO                  TO TRUE
           ACCEPT CR-DATA-SITUACAO       FROM DATE YYYYMMDD
           PERFORM LCK30-CARIMBAR

           WRITE CR-REGISTRO-PESSOA
           IF WS-STATUS-CADASTRO = '22'
       Z700-GRAVAR-AUDITORIA.
           MOVE CR-CHAVE                 TO AU-CHAVE
           MOVE WS-OPERACAO-ATUAL        TO AU-OPERACAO
           MOVE 'CADRST01'               TO AU-OPERADOR
           ACCEPT AU-DATA-EVENTO         FROM DATE YYYYMMDD
           ACCEPT AU-HORA-EVENTO         FROM TIME

           CLOSE ARQ-AUDITORIA
           MOVE WS-RETORNO                TO RETURN-CODE
           STOP RUN.

       COPY LCKPRC01 REPLACING ==LCK99-ERRO-FATAL==
                            BY ==Z950-ENCERRAR-COM-ERRO==.

       END PROGRAM CADRST01.
