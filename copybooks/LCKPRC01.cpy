      ******************************************************************
      * Copybook.: LCKPRC01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: PARAGRAFOS COMUNS DE PROTECAO CONTRA ALTERACAO
      *            PERDIDA NO CADASTRO DE PESSOAS (CADPES), COPIADOS NA
      *            PROCEDURE DIVISION DE CADA PROGRAMA QUE GRAVA OU
      *            REGRAVA O CADPES. O PROGRAMA DECLARA
      *            CADASTRO-PESSOAS COM ACESSO RANDOM OU DYNAMIC
      *            (STATUS EM WS-STATUS-CADASTRO), COPIA LCKWRK01 NA
      *            WORKING-STORAGE E COPIA ESTE MEMBRO COM REPLACING DE
      *            LCK99-ERRO-FATAL PELO SEU PARAGRAFO DE ENCERRAMENTO
      *            COM ERRO.
      *              LCK10 - GUARDA O REGISTRO LIDO (LOGO APOS O READ
      *                      QUE INICIA A ALTERACAO)
      *              LCK20 - ANTES DO REWRITE: RELE, CONFERE COM O
      *                      GUARDADO E CARIMBA; SE OUTRO PROGRAMA OU
      *                      OPERADOR MEXEU NO REGISTRO NESSE MEIO
      *                      TEMPO, LIGA LCK-CONFLITO E NAO CARIMBA
      *              LCK30 - CARIMBA DATA, HORA E PROGRAMA DA ULTIMA
      *                      ALTERACAO (ANTES DE TODO WRITE)
      *            COM LCK-CONFLITO LIGADO O CHAMADOR NAO REGRAVA: O
      *            PROGRAMA INTERATIVO MOSTRA OS VALORES ATUAIS E PEDE
      *            AO OPERADOR QUE REFACA A ALTERACAO; O BATCH MANDA O
      *            MOVIMENTO PARA O SEU ARQUIVO OU LISTA DE REJEITADOS.
      *            A IMAGEM DEPOIS DA AUDITORIA E TIRADA APOS O LCK20,
      *            JA COM O CARIMBO.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O CARIMBO DA ULTIMA
      *                  ALTERACAO EM CADREG01.
      ******************************************************************

      ******************************************************************
      * GUARDA O REGISTRO DE CR-REGISTRO-PESSOA COMO FOI LIDO
      ******************************************************************
       LCK10-GUARDAR-LIDO.
           MOVE CR-REGISTRO-PESSOA       TO WS-LCK-REG-LIDO
           .

      ******************************************************************
      * RELE O REGISTRO PELA CHAVE PRINCIPAL E CONFERE COM O GUARDADO
      * NO LCK10. SE MUDOU OU SUMIU: LIGA LCK-CONFLITO (E LCK-SUMIU),
      * SOMA WS-LCK-QTDE-CONFLITOS E DEIXA EM CR-REGISTRO-PESSOA O
      * REGISTRO COMO ESTA AGORA NO CADASTRO (SO A CHAVE, SE SUMIU); A
      * ALTERACAO PRETENDIDA FICA EM WS-LCK-REG-NOVO. SE NAO MUDOU,
      * DEVOLVE EM CR-REGISTRO-PESSOA A ALTERACAO JA CARIMBADA, PRONTA
      * PARA O REWRITE, E PASSA A TE-LA COMO REGISTRO LIDO.
      ******************************************************************
       LCK20-CONFERIR-E-CARIMBAR.
           MOVE 'N'                      TO WS-LCK-CONFLITO
           MOVE 'N'                      TO WS-LCK-SUMIU
           MOVE CR-REGISTRO-PESSOA       TO WS-LCK-REG-NOVO
           MOVE CR-CHAVE                 TO WS-LCK-CHAVE
           READ CADASTRO-PESSOAS
               KEY IS CR-CHAVE
               INVALID KEY
                   SET LCK-SUMIU         TO TRUE
           END-READ
           IF WS-STATUS-CADASTRO NOT = '00'
                                 AND NOT LCK-SUMIU
               DISPLAY 'ERRO NA RELEITURA DE CADASTRO-PESSOAS. '
                       'STATUS: ' WS-STATUS-CADASTRO
               PERFORM LCK99-ERRO-FATAL
           END-IF

           IF LCK-SUMIU
               SET LCK-CONFLITO          TO TRUE
               MOVE SPACES               TO CR-REGISTRO-PESSOA
               MOVE WS-LCK-CHAVE         TO CR-CHAVE
           ELSE
               IF CR-REGISTRO-PESSOA NOT = WS-LCK-REG-LIDO
                   SET LCK-CONFLITO      TO TRUE
               END-IF
           END-IF

           IF LCK-CONFLITO
               ADD 1                     TO WS-LCK-QTDE-CONFLITOS
           ELSE
               MOVE WS-LCK-REG-NOVO      TO CR-REGISTRO-PESSOA
               PERFORM LCK30-CARIMBAR
               MOVE CR-REGISTRO-PESSOA   TO WS-LCK-REG-LIDO
           END-IF
           .

      ******************************************************************
      * CARIMBA CR-REGISTRO-PESSOA COM A DATA, A HORA E O PROGRAMA DA
      * GRAVACAO
      ******************************************************************
       LCK30-CARIMBAR.
           ACCEPT CR-ALTERACAO-DATA      FROM DATE YYYYMMDD
           ACCEPT CR-ALTERACAO-HORA      FROM TIME
           MOVE WS-LCK-PROGRAMA          TO CR-ALTERACAO-PROGRAMA
           .
