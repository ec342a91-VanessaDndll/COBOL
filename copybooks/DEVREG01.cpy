      ******************************************************************
      * Copybook.: DEVREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO HISTORICO DE CORRESPONDENCIA DEVOLVIDA
      *            (CADDVH), GRAVADO EM EXTEND PELO CADDEV01 - UM
      *            REGISTRO POR DEVOLUCAO DE PESSOA CADASTRADA, COM A UF
      *            DO CADASTRO E O CEP USADO NA POSTAGEM - E LIDO PELO
      *            RELATORIO MENSAL DE TAXA DE DEVOLUCAO RELCAD004. A
      *            MARCA NO CADPES (CR-DEVOLUCAO-MOTIVO) CAI QUANDO O
      *            ENDERECO MUDA; ESTE HISTORICO NAO.
      *            DH-RESULTADO DIZ O QUE A DEVOLUCAO FEZ NO CADASTRO:
      *              M - ENDERECO MARCADO COMO NAO ENTREGAVEL
      *              R - ENDERECO JA ESTAVA MARCADO (NOVA DEVOLUCAO)
      *              A - CEP DO CADASTRO JA ERA OUTRO (ENDERECO TROCADO
      *                  DEPOIS DA POSTAGEM), NADA MARCADO
      *              I - PESSOA INATIVA, NADA MARCADO
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O PROCESSAMENTO DA
      *                  CORRESPONDENCIA DEVOLVIDA CADDEV01.
      ******************************************************************
       01  DH-REGISTRO-DEVOLUCAO.
           03  DH-CHAVE                   PIC X(10).
           03  DH-DATA-DEVOLUCAO.
               05  DH-ANO-MES             PIC 9(06).
               05  DH-DIA                 PIC 9(02).
           03  DH-UF                      PIC X(02).
           03  DH-CEP.
               05  DH-CEP-1               PIC X(05).
               05  DH-CEP-2               PIC X(03).
           03  DH-MOTIVO                  PIC X(01).
               88  DH-MUDOU-SE            VALUE 'M'.
               88  DH-INSUFICIENTE        VALUE 'I'.
               88  DH-DESCONHECIDO        VALUE 'D'.
           03  DH-RESULTADO               PIC X(01).
               88  DH-MARCADO             VALUE 'M'.
               88  DH-REMARCADO           VALUE 'R'.
               88  DH-ENDERECO-ALTERADO   VALUE 'A'.
               88  DH-PESSOA-INATIVA      VALUE 'I'.
