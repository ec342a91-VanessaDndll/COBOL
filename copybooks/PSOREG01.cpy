      ******************************************************************
      * Copybook.: PSOREG01
      * Author...: VANESSA
      * Date.....: 15/10/2026
      * Purpose..: LAYOUT DO ARQUIVO DE CONTROLE DA ESTEIRA NOTURNA
      *            (CADPSO), LIDO PELO CONDUTOR CADJOB01 - UMA LINHA POR
      *            PASSO, EM ORDEM CRESCENTE DE PS-PASSO:
      *              PS-PASSO      NUMERO DO PASSO (ORDEM DE EXECUCAO)
      *              PS-PROGRAMA   PROGRAMA DO PASSO
      *              PS-FREQUENCIA D - TODA NOITE
      *                            M - SO NA NOITE DO ULTIMO DIA DO MES
      *                            P - SO NA NOITE DO PRIMEIRO DIA DO
      *                                MES (VIRADA: AUDROL01 E A TROCA
      *                                DO CADAUD PELO CADAUN, DEPOIS DE
      *                                O CADEXT01 LER O MES FECHADO)
      *              PS-RC-MAXIMO  MAIOR RETURN CODE ACEITO; ACIMA DELE
      *                            A ESTEIRA PARA NESTE PASSO
      *              PS-COMANDO    LINHA DE COMANDO DO PASSO; EM BRANCO
      *                            EXECUTA O PROPRIO PS-PROGRAMA
      *            EXEMPLO (COLUNAS 1-3, 4-23, 24, 25-26, 27-86):
      *              010Primeiro_programa   D04
      *              020CADMOV01            D04
      *              ...
      *              060AUDCON01            D04
      *              070CADEXT01            D04
      *              090AUDROL01            P00
      *              095RENOMEIA-CADAUD     P00mv -f CADAUN CADAUD
      *              100CADBAL01            D04
      *----------------------------------------------------------------
      * Modification History
      * DATE       INIT  DESCRIPTION
      * 15/10/2026 VD    CRIACAO, JUNTO COM O CONDUTOR DA ESTEIRA
      *                  CADJOB01.
      ******************************************************************
       01  PS-REGISTRO-PASSO.
           03  PS-PASSO                   PIC 9(03).
           03  PS-PROGRAMA                PIC X(20).
           03  PS-FREQUENCIA              PIC X(01).
               88  PS-DIARIO              VALUE 'D'.
               88  PS-FIM-DO-MES          VALUE 'M'.
               88  PS-INICIO-DO-MES       VALUE 'P'.
               88  PS-FREQUENCIA-VALIDA   VALUE 'D' 'M' 'P'.
           03  PS-RC-MAXIMO               PIC 9(02).
           03  PS-COMANDO                 PIC X(60).
