      ******************************************************************
      * Copybook.: CTTWRK01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: AREA DE TRABALHO DOS PARAGRAFOS COMUNS DE CONTATOS
      *            (CTTPRC01), COPIADA NA WORKING-STORAGE DE CADA
      *            PROGRAMA QUE MANTEM O ARQUIVO CADCTT (VER CTTREG01).
      *            O CHAMADOR PREENCHE WS-CTT-OPERADOR NA PARTIDA (O
      *            OPERADOR IDENTIFICADO OU, NOS JOBS BATCH, O NOME DO
      *            PROGRAMA) E WS-CTT-CHAVE/WS-CTT-TIPO ANTES DE CADA
      *            PARAGRAFO.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O ARQUIVO DE CONTATOS.
      * 15/10/2026 VD    WS-CTT-REG-SALVO DE X(170) PARA X(179),
      *                  ACOMPANHANDO CADREG01.
      * 15/10/2026 VD    WS-CTT-REG-SALVO DE X(179) PARA X(188),
      *                  ACOMPANHANDO CADREG01.
      * 15/10/2026 VD    WS-CTT-REG-SALVO DE X(188) PARA X(212),
      *                  ACOMPANHANDO CADREG01.
      ******************************************************************
       01  WS-CTT-AREA.
           03  WS-CTT-CHAVE                PIC X(10) VALUE SPACES.
           03  WS-CTT-TIPO                 PIC X(01) VALUE SPACES.
           03  WS-CTT-SEQUENCIA            PIC 9(03) VALUE ZEROS.
           03  WS-CTT-MAIOR-SEQUENCIA      PIC 9(03) VALUE ZEROS.
           03  WS-CTT-OPERADOR             PIC X(08) VALUE SPACES.
           03  WS-CTT-HOJE                 PIC 9(08) VALUE ZEROS.
           03  WS-CTT-FIM-LEITURA          PIC X(01) VALUE 'N'.
               88  CTT-FIM-LEITURA         VALUE 'S'.
           03  WS-CTT-ACHADO               PIC X(01) VALUE 'N'.
               88  CTT-ACHADO              VALUE 'S'.
           03  WS-CTT-VALIDO               PIC X(01) VALUE 'N'.
               88  CTT-VALIDO              VALUE 'S'.
           03  WS-CTT-MOTIVO               PIC X(48) VALUE SPACES.
           03  WS-CTT-QTDE-GRAVADOS        PIC 9(07) VALUE ZEROS.

      ******* DADOS DE CONTATO (65 BYTES, COMO CN-DADOS) ANTES E DEPOIS
      ******* DE UMA ALTERACAO DO REGISTRO PRINCIPAL
       01  WS-CTT-DADOS-ANTIGOS            PIC X(65) VALUE SPACES.
       01  WS-CTT-DADOS-NOVOS              PIC X(65) VALUE SPACES.

      ******* COPIA DO REGISTRO PRINCIPAL ENQUANTO CR-REGISTRO-PESSOA E
      ******* USADO COMO AREA DE VALIDACAO/COMPARACAO
       01  WS-CTT-REG-SALVO                PIC X(212) VALUE SPACES.
