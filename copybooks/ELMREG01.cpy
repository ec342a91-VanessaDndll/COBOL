      ******************************************************************
      * Copybook.: ELMREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO LOG DE ELIMINACOES LGPD (CADELM), GRAVADO
      *            EM EXTEND PELO CADLGP01 - UM REGISTRO POR PESSOA
      *            ANONIMIZADA, COM A CHAVE, O CARIMBO DE DATA/HORA, O
      *            SUPERVISOR QUE EXECUTOU E QUANTOS REGISTROS FORAM
      *            ANONIMIZADOS EM CADA ARQUIVO. E A PROVA, PARA A
      *            AUTORIDADE NACIONAL, DE QUE A ELIMINACAO FOI FEITA;
      *            POR ISSO NAO GUARDA NENHUM DADO PESSOAL ALEM DA
      *            CHAVE. O ARQUIVO NUNCA E REGRAVADO NEM EXPURGADO.
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O CADLGP01.
      * 15/10/2026 VD    INCLUIDO EL-QTDE-PENDENCIAS (PEDIDOS DE
      *                  APROVACAO DO CADPND ANONIMIZADOS). ARQUIVOS
      *                  CADELM ANTIGOS DEVEM SER CONVERTIDOS.
      ******************************************************************
       01  EL-REGISTRO-ELIMINACAO.
           03  EL-CHAVE                   PIC X(10).
           03  EL-DATA-ELIMINACAO         PIC 9(08).
           03  EL-HORA-ELIMINACAO         PIC 9(08).
           03  EL-OPERADOR                PIC X(08).
           03  EL-QTDE-ARQUIVO-MORTO      PIC 9(05).
           03  EL-QTDE-HISTORIA           PIC 9(05).
           03  EL-QTDE-AUDITORIA          PIC 9(05).
           03  EL-QTDE-CONTATOS           PIC 9(05).
           03  EL-QTDE-EXCECOES           PIC 9(05).
           03  EL-QTDE-PENDENCIAS         PIC 9(05).
