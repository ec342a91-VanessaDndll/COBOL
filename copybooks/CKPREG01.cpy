      ******************************************************************
      * Copybook.: CKPREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO DIARIO DA ESTEIRA NOTURNA (CADDIA), GRAVADO
      *            EM EXTEND PELO CONDUTOR CADJOB01: UM REGISTRO 'I' AO
      *            INICIAR CADA PASSO E OUTRO COM O FIM E O RETURN CODE
      *            ('E' EXECUTADO DENTRO DO LIMITE, 'F' ACIMA DO LIMITE)
      *            OU 'P' PARA O PASSO PULADO PELA FREQUENCIA. O
      *            REGISTRO 'T' (PASSO 999) FECHA A NOITE. UMA NOITE SEM
      *            'T' FICOU PELA METADE: A PROXIMA EXECUCAO DO CADJOB01
      *            RETOMA A MESMA DATA DE PROCESSAMENTO A PARTIR DO
      *            PASSO QUE FALHOU (OU QUE FICOU SO COM O 'I').
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O CONDUTOR DA ESTEIRA
      *                  CADJOB01.
      ******************************************************************
       01  CK-REGISTRO-DIARIO.
           03  CK-DATA-PROCESSAMENTO      PIC 9(08).
           03  CK-PASSO                   PIC 9(03).
           03  CK-PROGRAMA                PIC X(20).
           03  CK-SITUACAO                PIC X(01).
               88  CK-INICIADO            VALUE 'I'.
               88  CK-EXECUTADO           VALUE 'E'.
               88  CK-FALHOU              VALUE 'F'.
               88  CK-PULADO              VALUE 'P'.
               88  CK-NOITE-CONCLUIDA     VALUE 'T'.
           03  CK-DATA-INICIO             PIC 9(08).
           03  CK-HORA-INICIO             PIC 9(08).
           03  CK-DATA-FIM                PIC 9(08).
           03  CK-HORA-FIM                PIC 9(08).
           03  CK-RETORNO                 PIC 9(05).
