      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    REGISTRO DE AUDITORIA PASSOU A TER 210 BYTES
      *                  COM O OPERADOR (AU-OPERADOR), LEVADO TAMBEM
      *                  PARA O CADHIS (HS-OPERADOR).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 179 BYTES (SITUACAO DO
      *                  CPF NA RECEITA FEDERAL).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 188 BYTES (MARCA DE
      *                  ENDERECO DEVOLVIDO PELOS CORREIOS).
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES (CARIMBO DA
      *                  ULTIMA ALTERACAO DO REGISTRO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDROL01.

       FD  ARQ-AUDITORIA-NOVA
           LABEL RECORD IS STANDARD.
       01  AN-REGISTRO-AUDITORIA          PIC X(252).

       WORKING-STORAGE SECTION.

           MOVE AU-TIPO-IMAGEM           TO HS-TIPO-IMAGEM
           MOVE AU-OPERACAO              TO HS-OPERACAO
           MOVE AU-IMAGEM-REGISTRO       TO HS-IMAGEM-REGISTRO
           MOVE AU-OPERADOR              TO HS-OPERADOR
           WRITE HS-REGISTRO-HISTORIA
           IF WS-STATUS-HISTORIA = '22'
               REWRITE HS-REGISTRO-HISTORIA
