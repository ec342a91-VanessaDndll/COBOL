      ******************************************************************
      * Copybook.: SGNREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: AREA DE SESSAO DO MODULO DE IDENTIFICACAO OPRSGN01.
      *            O CHAMADOR INFORMA O NOME DO PROGRAMA E RECEBE O
      *            OPERADOR IDENTIFICADO, O NOME E O PERFIL (VER
      *            OPRREG01), OU A SITUACAO DE ACESSO NEGADO QUANDO A
      *            IDENTIFICACAO FALHA. CADA PROGRAMA DECIDE, PELO
      *            PERFIL, QUAIS OPCOES DO SEU MENU O OPERADOR VE.
      *            USO: CALL 'OPRSGN01' USING SG-AREA-SESSAO
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM A IDENTIFICACAO DE
      *                  OPERADORES (OPRSGN01/OPRMNT01).
      ******************************************************************
       01  SG-AREA-SESSAO.
           03  SG-PROGRAMA                PIC X(08).
           03  SG-OPERADOR                PIC X(08).
           03  SG-NOME-OPERADOR           PIC X(30).
           03  SG-PERFIL                  PIC X(01).
               88  SG-PERFIL-CONSULTA     VALUE 'C'.
               88  SG-PERFIL-MANUTENCAO   VALUE 'M'.
               88  SG-PERFIL-SUPERVISOR   VALUE 'S'.
               88  SG-PERFIL-TABELAS      VALUE 'T'.
           03  SG-SITUACAO                PIC X(01).
               88  SG-ACESSO-LIBERADO     VALUE 'S'.
               88  SG-ACESSO-NEGADO       VALUE 'N'.
