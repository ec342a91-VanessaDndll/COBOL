      *                  REGISTRO PASSOU DE 161 PARA 170 BYTES;
      *                  ARQUIVOS CADPES ANTIGOS DEVEM SER
      *                  REORGANIZADOS NA CONVERSAO.
      * 15/10/2026 VD    INCLUIDOS CR-CPF-SITUACAO E
      *                  CR-CPF-DATA-CONSULTA (SITUACAO DO CPF NA
      *                  RECEITA FEDERAL, GRAVADA PELO CADSRF01).
      *                  REGISTRO PASSOU DE 170 PARA 179 BYTES;
      *                  ARQUIVOS CADPES E CADARQ ANTIGOS DEVEM SER
      *                  REORGANIZADOS NA CONVERSAO.
      * 15/10/2026 VD    INCLUIDOS CR-DEVOLUCAO-MOTIVO E
      *                  CR-DEVOLUCAO-DATA (ENDERECO NAO ENTREGAVEL,
      *                  MARCADO PELO CADDEV01). REGISTRO PASSOU DE 179
      *                  PARA 188 BYTES; ARQUIVOS CADPES E CADARQ
      *                  ANTIGOS DEVEM SER REORGANIZADOS NA CONVERSAO.
      * 15/10/2026 VD    NIVEL 88 CR-PESSOA-ANONIMIZADA NO PRIMEIRO NOME
      *                  (ELIMINACAO LGPD DO CADLGP01). TAMANHO DO
      *                  REGISTRO NAO MUDA.
      * 15/10/2026 VD    INCLUIDOS CR-ALTERACAO-DATA, CR-ALTERACAO-HORA
      *                  E CR-ALTERACAO-PROGRAMA (CARIMBO DA ULTIMA
      *                  ALTERACAO, BASE DA PROTECAO CONTRA ALTERACAO
      *                  PERDIDA). REGISTRO PASSOU DE 188 PARA 212
      *                  BYTES; ARQUIVOS CADPES E CADARQ ANTIGOS DEVEM
      *                  SER REORGANIZADOS NA CONVERSAO.
      ******************************************************************
       01  CR-REGISTRO-PESSOA.
           03  CR-CHAVE                   PIC X(10).
           03  CR-PRIMEIRO-NOME           PIC X(15).
      ******* PESSOA ANONIMIZADA A PEDIDO DO TITULAR (LGPD, CADLGP01).
      ******* SO OCORRE NO ARQUIVO MORTO E NAS IMAGENS DE AUDITORIA.
               88  CR-PESSOA-ANONIMIZADA  VALUE 'ANONIMIZADO'.
           03  CR-ULTIMO-NOME             PIC X(15).
           03  CR-TELEFONE.
               05  CR-PAIS                PIC X(02).
               88  CR-ATIVO               VALUE 'A'.
               88  CR-INATIVO             VALUE 'I'.
           03  CR-DATA-SITUACAO           PIC 9(08).
      ******* SITUACAO DO CPF NA RECEITA FEDERAL, GRAVADA PELA CONSULTA
      ******* MENSAL CADSRF01. EM BRANCO = CPF AINDA NAO CONSULTADO (OU
      ******* TROCADO DEPOIS DA ULTIMA CONSULTA).
           03  CR-CPF-SITUACAO            PIC X(01).
               88  CR-CPF-NAO-CONSULTADO  VALUE ' '.
               88  CR-CPF-REGULAR         VALUE 'R'.
               88  CR-CPF-SUSPENSO        VALUE 'S'.
               88  CR-CPF-PENDENTE        VALUE 'P'.
               88  CR-CPF-FALECIDO        VALUE 'F'.
               88  CR-CPF-CANCELADO       VALUE 'C'.
               88  CR-CPF-NULO            VALUE 'N'.
           03  CR-CPF-DATA-CONSULTA       PIC 9(08).
      ******* ENDERECO MARCADO COMO NAO ENTREGAVEL PELA CORRESPONDENCIA
      ******* DEVOLVIDA (CADDEV01), COM O MOTIVO DOS CORREIOS E A DATA.
      ******* EM BRANCO = ENDERECO ENTREGAVEL. A MARCA CAI SOZINHA
      ******* QUANDO O ENDERECO E ALTERADO (CADMNT01, CADMOV01, CADEXC01
      ******* E CADMAS01).
           03  CR-DEVOLUCAO-MOTIVO        PIC X(01).
               88  CR-ENDERECO-ENTREGAVEL VALUE ' '.
               88  CR-ENDERECO-DEVOLVIDO  VALUE 'M' 'I' 'D'.
               88  CR-DEVOLVIDO-MUDOU-SE  VALUE 'M'.
               88  CR-DEVOLVIDO-INSUFICIENTE
                                          VALUE 'I'.
               88  CR-DEVOLVIDO-DESCONHECIDO
                                          VALUE 'D'.
           03  CR-DEVOLUCAO-DATA          PIC 9(08).
      ******* ULTIMA ALTERACAO DO REGISTRO: DATA, HORA E PROGRAMA QUE O
      ******* GRAVOU POR ULTIMO. TODO PROGRAMA QUE GRAVA OU REGRAVA O
      ******* CADPES CARIMBA ESTES CAMPOS (LCK30 DE LCKPRC01) E, ANTES
      ******* DE REGRAVAR, CONFERE QUE O REGISTRO NAO MUDOU DESDE A
      ******* LEITURA (LCK20), PARA NAO PERDER A ALTERACAO DE OUTRO.
           03  CR-ALTERACAO-DATA          PIC 9(08).
           03  CR-ALTERACAO-HORA          PIC 9(08).
           03  CR-ALTERACAO-PROGRAMA      PIC X(08).
