      ******************************************************************
      * Copybook.: LCKWRK01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: AREA DE TRABALHO DOS PARAGRAFOS DE PROTECAO CONTRA
      *            ALTERACAO PERDIDA NO CADPES (LCKPRC01), COPIADA NA
      *            WORKING-STORAGE DE CADA PROGRAMA QUE GRAVA OU
      *            REGRAVA O CADASTRO. O CHAMADOR PREENCHE
      *            WS-LCK-PROGRAMA NA PARTIDA COM O SEU NOME (VAI PARA
      *            CR-ALTERACAO-PROGRAMA) E LE WS-LCK-QTDE-CONFLITOS NO
      *            FIM PARA O REGISTRO DO CADRUN.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O CARIMBO DA ULTIMA
      *                  ALTERACAO EM CADREG01.
      ******************************************************************
       01  WS-LCK-AREA.
           03  WS-LCK-PROGRAMA             PIC X(08) VALUE SPACES.
           03  WS-LCK-CHAVE                PIC X(10) VALUE SPACES.
           03  WS-LCK-CONFLITO             PIC X(01) VALUE 'N'.
               88  LCK-CONFLITO            VALUE 'S'.
           03  WS-LCK-SUMIU                PIC X(01) VALUE 'N'.
               88  LCK-SUMIU               VALUE 'S'.
           03  WS-LCK-QTDE-CONFLITOS       PIC 9(07) VALUE ZEROS.

      ******* REGISTRO DO CADPES COMO FOI LIDO (LCK10) E COMO O
      ******* PROGRAMA QUER GRAVA-LO (GUARDADO PELO LCK20 DURANTE A
      ******* RELEITURA)
       01  WS-LCK-REG-LIDO                 PIC X(212) VALUE SPACES.
       01  WS-LCK-REG-NOVO                 PIC X(212) VALUE SPACES.
