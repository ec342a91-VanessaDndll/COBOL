      ******************************************************************
      * Copybook.: CTTPRC01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: PARAGRAFOS COMUNS DE MANUTENCAO DO ARQUIVO DE
      *            CONTATOS CADCTT (VER CTTREG01), COPIADOS NA PROCEDURE
      *            DIVISION DE CADA PROGRAMA QUE MANTEM CONTATOS OU
      *            REGRAVA TELEFONE/ENDERECO DO CADPES. O PROGRAMA
      *            DECLARA ARQ-CONTATOS (ACESSO DYNAMIC, STATUS EM
      *            WS-STATUS-CONTATOS), COPIA CTTWRK01 E VALREG01 NA
      *            WORKING-STORAGE, TEM WS-IMAGEM-ANTES COM A IMAGEM DO
      *            REGISTRO ANTES DA ALTERACAO E COPIA ESTE MEMBRO COM
      *            REPLACING DE CTT99-ERRO-FATAL PELO SEU PARAGRAFO DE
      *            ENCERRAMENTO COM ERRO.
      *              CTT10 - PROXIMA SEQUENCIA LIVRE DE CHAVE+TIPO
      *              CTT20 - DESMARCA OS OUTROS PREFERIDOS DO TIPO
      *              CTT30 - LOCALIZA O PREFERIDO VIGENTE DO TIPO
      *              CTT40 - SINCRONIZA OS CONTATOS R/E COM O REGISTRO
      *                      PRINCIPAL ALTERADO (ENCERRA O ANTIGO E
      *                      GRAVA O NOVO COMO PREFERIDO)
      *              CTT60 - VALIDA UM CONTATO PELO CADVAL01
      *              CTT70 - GRAVA / CTT71 - REGRAVA O CONTATO
      *              CTT75 - COPIA O CONTATO PARA O REGISTRO PRINCIPAL
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O ARQUIVO DE CONTATOS.
      * 15/10/2026 VD    CTT75 LIMPA A MARCA DE ENDERECO DEVOLVIDO
      *                  QUANDO O ENDERECO PREFERIDO COPIADO PARA O
      *                  CADPES E DIFERENTE.
      ******************************************************************

      ******************************************************************
      * POSICIONA NO PRIMEIRO CONTATO DE WS-CTT-CHAVE + WS-CTT-TIPO
      ******************************************************************
       CTT05-POSICIONAR-TIPO.
           MOVE 'N'                      TO WS-CTT-FIM-LEITURA
           MOVE WS-CTT-CHAVE             TO CN-CHAVE
           MOVE WS-CTT-TIPO              TO CN-TIPO
           MOVE ZEROS                    TO CN-SEQUENCIA
           START ARQ-CONTATOS
               KEY IS NOT LESS THAN CN-ID
               INVALID KEY
                   SET CTT-FIM-LEITURA   TO TRUE
           END-START
           PERFORM CTT06-LER-PROXIMO-DO-TIPO
           .

      ******************************************************************
      * LE O PROXIMO CONTATO; O FIM DO ARQUIVO OU A MUDANCA DE CHAVE
      * OU DE TIPO ENCERRAM A LEITURA
      ******************************************************************
       CTT06-LER-PROXIMO-DO-TIPO.
           IF NOT CTT-FIM-LEITURA
               READ ARQ-CONTATOS NEXT RECORD
                   AT END
                       SET CTT-FIM-LEITURA TO TRUE
               END-READ
               IF NOT CTT-FIM-LEITURA
                   IF WS-STATUS-CONTATOS NOT = '00'
                       DISPLAY 'ERRO NA LEITURA DE ARQ-CONTATOS. '
                               'STATUS: ' WS-STATUS-CONTATOS
                       PERFORM CTT99-ERRO-FATAL
                   END-IF
                   IF CN-CHAVE NOT = WS-CTT-CHAVE
                                  OR CN-TIPO NOT = WS-CTT-TIPO
                       SET CTT-FIM-LEITURA TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * DEVOLVE EM WS-CTT-SEQUENCIA A PROXIMA SEQUENCIA LIVRE DE
      * WS-CTT-CHAVE + WS-CTT-TIPO
      ******************************************************************
       CTT10-PROXIMA-SEQUENCIA.
           MOVE ZEROS                    TO WS-CTT-MAIOR-SEQUENCIA
           PERFORM CTT05-POSICIONAR-TIPO
           PERFORM CTT11-GUARDAR-SEQUENCIA
               UNTIL CTT-FIM-LEITURA
           IF WS-CTT-MAIOR-SEQUENCIA = 999
               DISPLAY 'LIMITE DE 999 CONTATOS DO TIPO ' WS-CTT-TIPO
                       ' ATINGIDO PARA A CHAVE ' WS-CTT-CHAVE
               PERFORM CTT99-ERRO-FATAL
           END-IF
           COMPUTE WS-CTT-SEQUENCIA = WS-CTT-MAIOR-SEQUENCIA + 1
           .

       CTT11-GUARDAR-SEQUENCIA.
           MOVE CN-SEQUENCIA             TO WS-CTT-MAIOR-SEQUENCIA
           PERFORM CTT06-LER-PROXIMO-DO-TIPO
           .

      ******************************************************************
      * DESMARCA COMO PREFERIDO TODO CONTATO DE WS-CTT-CHAVE +
      * WS-CTT-TIPO CUJA SEQUENCIA NAO SEJA WS-CTT-SEQUENCIA (O NOVO
      * PREFERIDO), PARA QUE CADA TIPO TENHA UM UNICO PREFERIDO
      ******************************************************************
       CTT20-DESMARCAR-PREFERIDOS.
           PERFORM CTT05-POSICIONAR-TIPO
           PERFORM CTT21-DESMARCAR-CONTATO
               UNTIL CTT-FIM-LEITURA
           .

       CTT21-DESMARCAR-CONTATO.
           IF CN-E-PREFERIDO AND CN-SEQUENCIA NOT = WS-CTT-SEQUENCIA
               SET CN-NAO-PREFERIDO      TO TRUE
               PERFORM CTT71-REGRAVAR-CONTATO
           END-IF
           PERFORM CTT06-LER-PROXIMO-DO-TIPO
           .

      ******************************************************************
      * LOCALIZA O CONTATO PREFERIDO E VIGENTE DE WS-CTT-CHAVE +
      * WS-CTT-TIPO. ACHADO, LIGA CTT-ACHADO E DEIXA O CONTATO EM
      * CN-REGISTRO-CONTATO.
      ******************************************************************
       CTT30-LOCALIZAR-PREFERIDO.
           ACCEPT WS-CTT-HOJE            FROM DATE YYYYMMDD
           MOVE 'N'                      TO WS-CTT-ACHADO
           PERFORM CTT05-POSICIONAR-TIPO
           PERFORM CTT31-CONFERIR-PREFERIDO
               UNTIL CTT-FIM-LEITURA
           .

       CTT31-CONFERIR-PREFERIDO.
           IF CN-E-PREFERIDO
                      AND CN-DATA-INICIO NOT GREATER THAN WS-CTT-HOJE
                      AND CN-DATA-FIM NOT LESS THAN WS-CTT-HOJE
               SET CTT-ACHADO            TO TRUE
               SET CTT-FIM-LEITURA       TO TRUE
           ELSE
               PERFORM CTT06-LER-PROXIMO-DO-TIPO
           END-IF
           .

      ******************************************************************
      * SINCRONIZA OS CONTATOS PRINCIPAIS COM O REGISTRO PRINCIPAL
      * RECEM-GRAVADO (CR-REGISTRO-PESSOA), COMPARANDO COM A IMAGEM
      * ANTES DA ALTERACAO (WS-IMAGEM-ANTES, ESPACOS NUMA INCLUSAO):
      * TELEFONE MUDADO ATUALIZA O TIPO R E ENDERECO MUDADO O TIPO E.
      * O REGISTRO PRINCIPAL NAO E ALTERADO.
      ******************************************************************
       CTT40-SINCRONIZAR-PRINCIPAIS.
           MOVE CR-REGISTRO-PESSOA       TO WS-CTT-REG-SALVO
           MOVE CR-CHAVE                 TO WS-CTT-CHAVE

           MOVE WS-IMAGEM-ANTES          TO CR-REGISTRO-PESSOA
           MOVE 'R'                      TO WS-CTT-TIPO
           PERFORM CTT50-MONTAR-DADOS-PRINCIPAIS
           MOVE CN-DADOS                 TO WS-CTT-DADOS-ANTIGOS
           MOVE WS-CTT-REG-SALVO         TO CR-REGISTRO-PESSOA
           PERFORM CTT50-MONTAR-DADOS-PRINCIPAIS
           MOVE CN-DADOS                 TO WS-CTT-DADOS-NOVOS
           IF WS-CTT-DADOS-NOVOS NOT = WS-CTT-DADOS-ANTIGOS
               PERFORM CTT45-SINCRONIZAR-TIPO
                   THRU CTT45-SINCRONIZAR-TIPO-FIM
           END-IF

           MOVE WS-IMAGEM-ANTES          TO CR-REGISTRO-PESSOA
           MOVE 'E'                      TO WS-CTT-TIPO
           PERFORM CTT50-MONTAR-DADOS-PRINCIPAIS
           MOVE CN-DADOS                 TO WS-CTT-DADOS-ANTIGOS
           MOVE WS-CTT-REG-SALVO         TO CR-REGISTRO-PESSOA
           PERFORM CTT50-MONTAR-DADOS-PRINCIPAIS
           MOVE CN-DADOS                 TO WS-CTT-DADOS-NOVOS
           IF WS-CTT-DADOS-NOVOS NOT = WS-CTT-DADOS-ANTIGOS
               PERFORM CTT45-SINCRONIZAR-TIPO
                   THRU CTT45-SINCRONIZAR-TIPO-FIM
           END-IF
           .

      ******************************************************************
      * SINCRONIZA UM TIPO PRINCIPAL: O PREFERIDO VIGENTE QUE DIFERE DO
      * NOVO VALOR TEM A VIGENCIA ENCERRADA HOJE; SEM PREFERIDO (PESSOA
      * ANTERIOR AO ARQUIVO DE CONTATOS), O VALOR ANTIGO E GUARDADO
      * COMO CONTATO JA ENCERRADO. O NOVO VALOR ENTRA COMO PREFERIDO.
      ******************************************************************
       CTT45-SINCRONIZAR-TIPO.
           PERFORM CTT30-LOCALIZAR-PREFERIDO
           IF CTT-ACHADO
               IF CN-DADOS = WS-CTT-DADOS-NOVOS
                   GO TO CTT45-SINCRONIZAR-TIPO-FIM
               END-IF
               SET CN-NAO-PREFERIDO      TO TRUE
               MOVE WS-CTT-HOJE          TO CN-DATA-FIM
               PERFORM CTT71-REGRAVAR-CONTATO
           ELSE
               IF WS-CTT-DADOS-ANTIGOS NOT = SPACES
                   PERFORM CTT10-PROXIMA-SEQUENCIA
                   MOVE WS-CTT-CHAVE     TO CN-CHAVE
                   MOVE WS-CTT-TIPO      TO CN-TIPO
                   MOVE WS-CTT-SEQUENCIA TO CN-SEQUENCIA
                   SET CN-NAO-PREFERIDO  TO TRUE
                   MOVE ZEROS            TO CN-DATA-INICIO
                   MOVE WS-CTT-HOJE      TO CN-DATA-FIM
                   MOVE WS-CTT-DADOS-ANTIGOS TO CN-DADOS
                   PERFORM CTT70-GRAVAR-CONTATO
               END-IF
           END-IF

           IF WS-CTT-DADOS-NOVOS NOT = SPACES
               PERFORM CTT10-PROXIMA-SEQUENCIA
               MOVE WS-CTT-CHAVE         TO CN-CHAVE
               MOVE WS-CTT-TIPO          TO CN-TIPO
               MOVE WS-CTT-SEQUENCIA     TO CN-SEQUENCIA
               SET CN-E-PREFERIDO        TO TRUE
               MOVE WS-CTT-HOJE          TO CN-DATA-INICIO
               MOVE 99999999             TO CN-DATA-FIM
               MOVE WS-CTT-DADOS-NOVOS   TO CN-DADOS
               PERFORM CTT70-GRAVAR-CONTATO
           END-IF
           .
       CTT45-SINCRONIZAR-TIPO-FIM.
           EXIT.

      ******************************************************************
      * MONTA EM CN-DADOS O TELEFONE (TIPOS DE TELEFONE) OU O ENDERECO
      * (TIPOS DE ENDERECO) DO REGISTRO PRINCIPAL, CONFORME WS-CTT-TIPO
      ******************************************************************
       CTT50-MONTAR-DADOS-PRINCIPAIS.
           MOVE SPACES                   TO CN-DADOS
           MOVE WS-CTT-TIPO              TO CN-TIPO
           IF CN-TIPO-TELEFONE
               MOVE CR-TELEFONE          TO CN-TELEFONE
           ELSE
               MOVE CR-RUA               TO CN-RUA
               MOVE CR-BAIRRO            TO CN-BAIRRO
               MOVE CR-CIDADE            TO CN-CIDADE
               MOVE CR-UF                TO CN-UF
               MOVE CR-CEP               TO CN-CEP
           END-IF
           .

      ******************************************************************
      * VALIDA O CONTATO EM CN-REGISTRO-CONTATO COM AS MESMAS REGRAS DO
      * REGISTRO PRINCIPAL: O CONTATO E COPIADO SOBRE A PESSOA EM
      * CR-REGISTRO-PESSOA, O CADVAL01 E CHAMADO E SO O RESULTADO DE
      * TELEFONE (DDD) OU DE CEP E CONSIDERADO, CONFORME O TIPO. A
      * PESSOA E RESTAURADA NO FIM. LIGA CTT-VALIDO OU DEVOLVE O
      * MOTIVO EM WS-CTT-MOTIVO.
      ******************************************************************
       CTT60-VALIDAR-CONTATO.
           MOVE 'N'                      TO WS-CTT-VALIDO
           MOVE SPACES                   TO WS-CTT-MOTIVO
           IF NOT CN-TIPO-VALIDO
               MOVE 'TIPO DE CONTATO INVALIDO (USAR R, M, C, E OU B)'
                                         TO WS-CTT-MOTIVO
           ELSE
               IF CN-DATA-FIM LESS THAN CN-DATA-INICIO
                   MOVE 'FIM DA VIGENCIA ANTERIOR AO INICIO'
                                         TO WS-CTT-MOTIVO
               ELSE
                   MOVE CR-REGISTRO-PESSOA TO WS-CTT-REG-SALVO
                   PERFORM CTT75-MOVER-CONTATO-PARA-CADASTRO
                   CALL 'CADVAL01' USING CR-REGISTRO-PESSOA
                                         VAL-RESULTADO-VALIDACAO
                   MOVE WS-CTT-REG-SALVO TO CR-REGISTRO-PESSOA
                   PERFORM CTT61-CONFERIR-RESULTADO
               END-IF
           END-IF
           .

       CTT61-CONFERIR-RESULTADO.
           IF CN-TIPO-TELEFONE
               IF VAL-TEL-VALIDO
                   SET CTT-VALIDO        TO TRUE
               ELSE
                   MOVE VAL-TEL-MOTIVO   TO WS-CTT-MOTIVO
               END-IF
           ELSE
               IF CN-RUA = SPACES
                   MOVE 'RUA NAO INFORMADA'
                                         TO WS-CTT-MOTIVO
               ELSE
                   IF VAL-CEP-VALIDO
                       SET CTT-VALIDO    TO TRUE
                   ELSE
                       MOVE VAL-CEP-MOTIVO TO WS-CTT-MOTIVO
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * GRAVACAO E REGRAVACAO DO CONTATO, CARIMBADO COM O OPERADOR (OU
      * PROGRAMA BATCH) E A DATA DA ALTERACAO
      ******************************************************************
       CTT70-GRAVAR-CONTATO.
           MOVE WS-CTT-OPERADOR          TO CN-OPERADOR
           ACCEPT CN-DATA-ALTERACAO      FROM DATE YYYYMMDD
           WRITE CN-REGISTRO-CONTATO
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM CTT99-ERRO-FATAL
           END-IF
           ADD 1                         TO WS-CTT-QTDE-GRAVADOS
           .

       CTT71-REGRAVAR-CONTATO.
           MOVE WS-CTT-OPERADOR          TO CN-OPERADOR
           ACCEPT CN-DATA-ALTERACAO      FROM DATE YYYYMMDD
           REWRITE CN-REGISTRO-CONTATO
           IF WS-STATUS-CONTATOS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQ-CONTATOS. STATUS: '
                       WS-STATUS-CONTATOS
               PERFORM CTT99-ERRO-FATAL
           END-IF
           ADD 1                         TO WS-CTT-QTDE-GRAVADOS
           .

      ******************************************************************
      * COPIA O TELEFONE OU O ENDERECO DO CONTATO PARA OS CAMPOS
      * CORRESPONDENTES DE CR-REGISTRO-PESSOA, CONFORME O TIPO. UM
      * ENDERECO DIFERENTE DERRUBA A MARCA DE ENDERECO DEVOLVIDO.
      ******************************************************************
       CTT75-MOVER-CONTATO-PARA-CADASTRO.
           IF CN-TIPO-TELEFONE
               MOVE CN-TELEFONE          TO CR-TELEFONE
           ELSE
               IF CN-RUA NOT = CR-RUA OR CN-BAIRRO NOT = CR-BAIRRO
                  OR CN-CIDADE NOT = CR-CIDADE OR CN-UF NOT = CR-UF
                  OR CN-CEP NOT = CR-CEP
                   MOVE SPACE            TO CR-DEVOLUCAO-MOTIVO
                   MOVE ZEROS            TO CR-DEVOLUCAO-DATA
               END-IF
               MOVE CN-RUA               TO CR-RUA
               MOVE CN-BAIRRO            TO CR-BAIRRO
               MOVE CN-CIDADE            TO CR-CIDADE
               MOVE CN-UF                TO CR-UF
               MOVE CN-CEP               TO CR-CEP
           END-IF
           .
