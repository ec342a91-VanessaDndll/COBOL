      *                  NO ARQUIVO CADRUN (VER RUNREG01) AO FINAL DO
      *                  JOB, NORMAL OU COM ERRO, PARA O FECHAMENTO
      *                  DIARIO DO CADBAL01.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES (SITUACAO DO
      *                  CPF NA RECEITA FEDERAL).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES (MARCA DE
      *                  ENDERECO DEVOLVIDO PELOS CORREIOS).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO DA
      *                  ULTIMA ALTERACAO).
      * 15/10/2026 VD    CONTADOR DE CONFLITOS DO CADRUN
      *                  (RC-QTDE-CONFLITOS) GRAVADO ZERADO: O PROGRAMA
      *                  NAO REGRAVA O CADPES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPUR01.

      ******************************************************************
      * O ARQUIVO MORTO CARREGA A IMAGEM INTEGRA DO REGISTRO CADREG01
      * (212 BYTES), COM A CHAVE EXPOSTA PARA O ACESSO INDEXADO
      ******************************************************************
       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.
       01  AR-REGISTRO-ARQUIVO.
           03  AR-CHAVE                   PIC X(10).
           03  AR-DADOS-PESSOA            PIC X(202).

       FD  RELATORIO-EXPURGO
           LABEL RECORD IS STANDARD.
               MOVE ZEROS                TO RC-QTDE-INCLUSOES
               MOVE WS-QTDE-EXPURGADOS   TO RC-QTDE-EXCLUSOES
               MOVE WS-RETORNO           TO RC-RETORNO
               MOVE ZEROS                TO RC-QTDE-CONFLITOS
               WRITE RC-REGISTRO-EXECUCAO
               IF WS-STATUS-RUN-LOG NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ARQ-RUN-LOG. STATUS: '
