      ******************************************************************
      * Copybook.: CTTREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO ARQUIVO INDEXADO DE CONTATOS DAS PESSOAS
      *            (CADCTT): VARIOS TELEFONES E ENDERECOS POR PESSOA,
      *            COM VIGENCIA, EM VEZ DO UNICO CR-TELEFONE/ENDERECO
      *            DE CADREG01. CHAVE: CHAVE DA PESSOA + TIPO DE
      *            CONTATO + SEQUENCIA. TIPOS:
      *              R - TELEFONE RESIDENCIAL  E - ENDERECO RESIDENCIAL
      *              M - TELEFONE CELULAR      B - ENDERECO DE COBRANCA
      *              C - TELEFONE COMERCIAL
      *            CADA TIPO TEM NO MAXIMO UM CONTATO PREFERIDO VIGENTE.
      *            O PREFERIDO DOS TIPOS R E E E O QUE APARECE NO
      *            REGISTRO PRINCIPAL (CR-TELEFONE E CR-RUA A CR-CEP),
      *            DE MODO QUE OS RELATORIOS QUE LEEM SO O CADPES NAO
      *            MUDAM. VIGENCIA: CN-DATA-INICIO ZERADA = ANTERIOR A
      *            CRIACAO DO ARQUIVO; CN-DATA-FIM 99999999 = SEM FIM.
      *            UMA MUDANCA DE ENDERECO OU TELEFONE ENCERRA A
      *            VIGENCIA DO CONTATO ANTIGO EM VEZ DE APAGA-LO.
      *            CN-OPERADOR GUARDA QUEM FEZ A ULTIMA ALTERACAO (O
      *            OPERADOR, OU O PROGRAMA NOS JOBS BATCH).
      *            PARAGRAFOS COMUNS DE MANUTENCAO EM CTTPRC01.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM A TELA DE CONTATOS DO
      *                  CADMNT01 E O MOVIMENTO DE CONTATO DO CADMOV01.
      ******************************************************************
       01  CN-REGISTRO-CONTATO.
           03  CN-ID.
               05  CN-CHAVE               PIC X(10).
               05  CN-TIPO                PIC X(01).
                   88  CN-TEL-RESIDENCIAL VALUE 'R'.
                   88  CN-TEL-CELULAR     VALUE 'M'.
                   88  CN-TEL-COMERCIAL   VALUE 'C'.
                   88  CN-END-RESIDENCIAL VALUE 'E'.
                   88  CN-END-COBRANCA    VALUE 'B'.
                   88  CN-TIPO-TELEFONE   VALUE 'R' 'M' 'C'.
                   88  CN-TIPO-ENDERECO   VALUE 'E' 'B'.
                   88  CN-TIPO-PRINCIPAL  VALUE 'R' 'E'.
                   88  CN-TIPO-VALIDO     VALUE 'R' 'M' 'C' 'E' 'B'.
               05  CN-SEQUENCIA           PIC 9(03).
           03  CN-PREFERIDO               PIC X(01).
               88  CN-E-PREFERIDO         VALUE 'S'.
               88  CN-NAO-PREFERIDO       VALUE 'N'.
           03  CN-DATA-INICIO             PIC 9(08).
           03  CN-DATA-FIM                PIC 9(08).
           03  CN-DADOS.
               05  CN-TELEFONE.
                   07  CN-PAIS            PIC X(02).
                   07  CN-DDD             PIC X(02).
                   07  CN-PREFIXO         PIC X(04).
                   07  CN-SUFIXO          PIC X(04).
               05  FILLER                 PIC X(53).
           03  CN-DADOS-ENDERECO REDEFINES CN-DADOS.
               05  CN-RUA                 PIC X(20).
               05  CN-BAIRRO              PIC X(15).
               05  CN-CIDADE              PIC X(20).
               05  CN-UF                  PIC X(02).
               05  CN-CEP.
                   07  CN-CEP-1           PIC X(05).
                   07  CN-CEP-2           PIC X(03).
           03  CN-OPERADOR                PIC X(08).
           03  CN-DATA-ALTERACAO          PIC 9(08).
