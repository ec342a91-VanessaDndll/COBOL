      *                  DE LOTE DUPLICADO - VER LOTREG01). ARQUIVOS
      *                  CADMOV GERADOS SEM HEADER/TRAILER PASSAM A SER
      *                  RECUSADOS.
      * 15/10/2026 VD    MOVIMENTO DE CONTATO (OPERACAO C, LAYOUT
      *                  MV-REGISTRO-CONTATO) PARA O ARQUIVO CADCTT (VER
      *                  CTTREG01) E QUANTIDADE DE CONTATOS NO TRAILER.
      *                  TRAILER SEM A QUANTIDADE (BRANCOS) VALE ZERO.
      ******************************************************************
       01  MV-REGISTRO-MOVIMENTO.
           03  MV-OPERACAO                PIC X(01).
               88  MV-OPER-INCLUSAO       VALUE 'I'.
               88  MV-OPER-ALTERACAO      VALUE 'A'.
               88  MV-OPER-EXCLUSAO       VALUE 'E'.
               88  MV-OPER-CONTATO        VALUE 'C'.
               88  MV-TIPO-HEADER         VALUE 'H'.
               88  MV-TIPO-TRAILER        VALUE 'T'.
           03  MV-DADOS-PESSOA.
                   07  MV-CPF-BASE        PIC 9(09).
                   07  MV-CPF-DV          PIC 9(02).

      ******* MOVIMENTO DE CONTATO: INCLUI (SEQUENCIA ZERADA = PROXIMA
      ******* LIVRE) OU SUBSTITUI UM CONTATO DA PESSOA. DATAS ZERADAS:
      ******* INICIO = DATA DA APLICACAO, FIM = SEM FIM (99999999).
      ******* MV-C-DADOS TEM O MESMO FORMATO DE CN-DADOS (CTTREG01).
       01  MV-REGISTRO-CONTATO.
           03  MV-C-TIPO-REG              PIC X(01).
           03  MV-C-CHAVE                 PIC X(10).
           03  MV-C-TIPO-CONTATO          PIC X(01).
           03  MV-C-SEQUENCIA             PIC 9(03).
           03  MV-C-PREFERIDO             PIC X(01).
           03  MV-C-DATA-INICIO           PIC 9(08).
           03  MV-C-DATA-FIM              PIC 9(08).
           03  MV-C-DADOS                 PIC X(65).
           03  FILLER                     PIC X(65).

       01  MV-REGISTRO-HEADER.
           03  MV-H-TIPO                  PIC X(01).
               88  MV-H-HEADER            VALUE 'H'.
           03  MV-T-QTDE-ALTERACOES       PIC 9(07).
           03  MV-T-QTDE-EXCLUSOES        PIC 9(07).
           03  MV-T-QTDE-TOTAL            PIC 9(07).
           03  MV-T-QTDE-CONTATOS         PIC 9(07).
           03  MV-T-QTDE-CONTATOS-X REDEFINES MV-T-QTDE-CONTATOS
                                          PIC X(07).
           03  FILLER                     PIC X(126).
