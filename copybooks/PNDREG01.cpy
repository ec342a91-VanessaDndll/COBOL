      ******************************************************************
      * Copybook.: PNDREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO ARQUIVO INDEXADO DE ALTERACOES PENDENTES DE
      *            APROVACAO (CADPND). AS ALTERACOES SENSIVEIS DO
      *            CADASTRO NAO SAO APLICADAS NA HORA: O PROGRAMA DE
      *            ORIGEM GRAVA AQUI A IMAGEM ATUAL E A IMAGEM PROPOSTA,
      *            COM O OPERADOR E A DATA/HORA DO PEDIDO, E UM SEGUNDO
      *            OPERADOR APROVA OU REJEITA PELO CADAPR01:
      *              C - TROCA DE CPF       (CADMNT01 M300/M400 E
      *                                      CORRECAO NO CADEXC01)
      *              E - EXCLUSAO LOGICA    (CADMNT01 M500-EXCLUIR)
      *              F - FUSAO SOBREVIVENTE/VITIMA (CADFUS01)
      *            NA FUSAO, PD-CHAVE E O SOBREVIVENTE, PD-IMAGEM-DEPOIS
      *            E O CONSOLIDADO E PD-IMAGEM-VITIMA E A VITIMA COMO
      *            ESTAVA NO PEDIDO. AS IMAGENS ANTES/VITIMA SERVEM PARA
      *            O CADAPR01 RECUSAR A APROVACAO QUANDO O CADASTRO
      *            MUDOU DEPOIS DO PEDIDO. CHAVE PRIMARIA: DATA+HORA DO
      *            PEDIDO + CHAVE DA PESSOA (ORDEM CRONOLOGICA); CHAVE
      *            ALTERNATIVA PD-CHAVE COM DUPLICATAS, PARA LOCALIZAR
      *            OS PEDIDOS DE UMA PESSOA.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM A APROVACAO EM DUAS ETAPAS
      *                  (CADAPR01).
      * 15/10/2026 VD    IMAGENS DE X(170) PARA X(179), ACOMPANHANDO
      *                  CADREG01.
      * 15/10/2026 VD    IMAGENS DE X(179) PARA X(188), ACOMPANHANDO
      *                  CADREG01.
      * 15/10/2026 VD    IMAGENS DE X(188) PARA X(212), ACOMPANHANDO
      *                  CADREG01.
      * 15/10/2026 VD    TROCA DE CPF TAMBEM PEDIDA NA REATIVACAO
      *                  (CADMNT01 M300) E NA CORRECAO DE EXCECAO DE
      *                  CPF (CADEXC01). AS IMAGENS DE UM TITULAR
      *                  ELIMINADO SAO ANONIMIZADAS PELO CADLGP01.
      ******************************************************************
       01  PD-REGISTRO-PENDENCIA.
           03  PD-ID.
               05  PD-DATA-PEDIDO         PIC 9(08).
               05  PD-HORA-PEDIDO         PIC 9(08).
               05  PD-CHAVE-ID            PIC X(10).
           03  PD-CHAVE                   PIC X(10).
           03  PD-TIPO                    PIC X(01).
               88  PD-TROCA-CPF           VALUE 'C'.
               88  PD-EXCLUSAO            VALUE 'E'.
               88  PD-FUSAO               VALUE 'F'.
           03  PD-SITUACAO                PIC X(01).
               88  PD-PENDENTE            VALUE 'P'.
               88  PD-APROVADA            VALUE 'A'.
               88  PD-REJEITADA           VALUE 'R'.
           03  PD-OPERADOR-PEDIDO         PIC X(08).
           03  PD-PROGRAMA-PEDIDO         PIC X(08).
           03  PD-CHAVE-VITIMA            PIC X(10).
           03  PD-IMAGEM-ANTES            PIC X(212).
           03  PD-IMAGEM-DEPOIS           PIC X(212).
           03  PD-IMAGEM-VITIMA           PIC X(212).
           03  PD-OPERADOR-DECISAO        PIC X(08).
           03  PD-DATA-DECISAO            PIC 9(08).
           03  PD-HORA-DECISAO            PIC 9(08).
           03  PD-MOTIVO-REJEICAO         PIC X(40).
