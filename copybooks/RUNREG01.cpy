      * Date.....: 02/09/2026
      * Purpose..: LAYOUT DO ARQUIVO DE CONTROLE DE EXECUCAO (CADRUN),
      *            GRAVADO EM EXTEND POR TODO PROGRAMA BATCH DA CADEIA
      *            DO CADASTRO AO FINAL DO JOB (NORMAL OU COM ERRO) E
      *            PELOS PROGRAMAS INTERATIVOS QUE REGRAVAM O CADPES
      *            (CADMNT01, CADEXC01 E CADAPR01) AO FINAL DE CADA
      *            SESSAO DE UM OPERADOR COM PERFIL DE ATUALIZACAO.
      *            CADA REGISTRO CARREGA O PROGRAMA, O CARIMBO DE
      *            DATA/HORA E OS CONTADORES DA EXECUCAO, E O PROGRAMA
      *            DE FECHAMENTO CADBAL01 USA ESTES REGISTROS PARA
      *            - CADPUR01: LIDOS; APLICADOS = EXCLUSOES =
      *              EXPURGADOS.
      *            - CADEXT01: LIDOS; APLICADOS = EXTRAIDOS.
      *            - CADETQ01: LIDOS; APLICADOS = ETIQUETAS
      *              IMPRESSAS (DOMICILIOS).
      *            - CADSRF01: LIDOS = LINHAS DA RECEITA; APLICADOS =
      *              PESSOAS ATUALIZADAS; REJEITADOS = CPFS SEM
      *              CADASTRO E LINHAS INVALIDAS; EXCECOES.
      *            - CADDEV01: LIDOS = DEVOLUCOES DOS CORREIOS;
      *              APLICADOS = ENDERECOS MARCADOS (NOVOS E JA
      *              MARCADOS); REJEITADOS = CHAVES SEM CADASTRO E
      *              MOTIVOS INVALIDOS; EXCECOES.
      *            - AUDCON01: LIDOS = PESSOAS DO CADPES; APLICADOS =
      *              PESSOAS QUE CONFEREM COM A TRILHA; REJEITADOS =
      *              DIVERGENCIAS (SEM IMAGEM, IMAGEM DIFERENTE E
      *              IMAGEM SEM PESSOA).
      *            - CADMAS01: LIDOS; APLICADOS = PESSOAS CORRIGIDAS
      *              (DDD E CEP).
      *            - CADMNT01/CADEXC01/CADAPR01: APLICADOS = GRAVACOES
      *              NO CADPES DURANTE A SESSAO; DEMAIS ZEROS.
      *            EM TODOS, CONFLITOS = REGRAVACOES RECUSADAS PORQUE
      *            O REGISTRO DO CADPES FOI ALTERADO POR OUTRO
      *            PROGRAMA OU OPERADOR DEPOIS DA LEITURA (VER
      *            LCKPRC01); O MOVIMENTO OU A ALTERACAO NAO E
      *            APLICADO.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO, JUNTO COM O PROGRAMA DE FECHAMENTO
      *                  CADBAL01.
      * 15/10/2026 VD    INCLUIDO O CADETQ01 (ETIQUETAS DE MALA DIRETA).
      * 15/10/2026 VD    INCLUIDO O CADSRF01 (SITUACAO DO CPF NA RECEITA
      *                  FEDERAL).
      * 15/10/2026 VD    INCLUIDO O CADDEV01 (CORRESPONDENCIA
      *                  DEVOLVIDA).
      * 15/10/2026 VD    INCLUIDO O AUDCON01 (CONCILIACAO DA TRILHA DE
      *                  AUDITORIA COM O CADASTRO).
      * 15/10/2026 VD    INCLUIDO RC-QTDE-CONFLITOS NO FIM DO REGISTRO
      *                  (DE 70 PARA 77 BYTES) E OS REGISTROS DO
      *                  CADMAS01 E DAS SESSOES DOS PROGRAMAS
      *                  INTERATIVOS. ARQUIVO CADRUN ANTIGO DEVE SER
      *                  DESCARTADO OU CONVERTIDO.
      ******************************************************************
       01  RC-REGISTRO-EXECUCAO.
           03  RC-PROGRAMA                PIC X(10).
           03  RC-QTDE-INCLUSOES          PIC 9(07).
           03  RC-QTDE-EXCLUSOES          PIC 9(07).
           03  RC-RETORNO                 PIC 9(02).
           03  RC-QTDE-CONFLITOS          PIC 9(07).
