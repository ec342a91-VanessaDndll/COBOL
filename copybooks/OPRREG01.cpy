      ******************************************************************
      * Copybook.: OPRREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO ARQUIVO INDEXADO DE OPERADORES (CADOPR),
      *            MANTIDO PELO OPRMNT01 E LIDO NA IDENTIFICACAO DE
      *            CADA PROGRAMA INTERATIVO PELO MODULO OPRSGN01. O
      *            PERFIL DEFINE O QUE O OPERADOR PODE FAZER:
      *              C - CONSULTA      (SO CONSULTAS E NAVEGACAO)
      *              M - MANUTENCAO    (MANUTENCAO DO CADASTRO E DA
      *                                 FILA DE EXCECOES)
      *              S - SUPERVISOR    (TUDO, INCLUSIVE FUSOES,
      *                                 DESATIVACOES DE TABELA E A
      *                                 MANUTENCAO DE OPERADORES)
      *              T - TABELAS       (INCLUSAO/ALTERACAO DAS TABELAS
      *                                 DE PROFISSAO, DDD E CEP)
      *            SENHAS ERRADAS SEGUIDAS SAO CONTADAS EM
      *            OP-TENTATIVAS; NO LIMITE O OPERADOR FICA BLOQUEADO
      *            ATE UM SUPERVISOR LIBERAR PELO OPRMNT01.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM A IDENTIFICACAO DE
      *                  OPERADORES (OPRSGN01/OPRMNT01).
      ******************************************************************
       01  OP-REGISTRO-OPERADOR.
           03  OP-ID                      PIC X(08).
           03  OP-NOME                    PIC X(30).
           03  OP-SENHA                   PIC X(08).
           03  OP-PERFIL                  PIC X(01).
               88  OP-PERFIL-CONSULTA     VALUE 'C'.
               88  OP-PERFIL-MANUTENCAO   VALUE 'M'.
               88  OP-PERFIL-SUPERVISOR   VALUE 'S'.
               88  OP-PERFIL-TABELAS      VALUE 'T'.
               88  OP-PERFIL-VALIDO       VALUE 'C' 'M' 'S' 'T'.
           03  OP-SITUACAO                PIC X(01).
               88  OP-ATIVO               VALUE 'A'.
               88  OP-BLOQUEADO           VALUE 'B'.
               88  OP-INATIVO             VALUE 'I'.
           03  OP-TENTATIVAS              PIC 9(01).
           03  OP-DATA-ULTIMO-ACESSO      PIC 9(08).
           03  OP-HORA-ULTIMO-ACESSO      PIC 9(08).
           03  OP-DATA-SITUACAO           PIC 9(08).
