      * Modification History
      * DATE       INIT  DESCRIPTION
      * 02/09/2026 VD    CRIACAO DO PROGRAMA.
      * 15/10/2026 VD    IMAGEM DO CADPES PASSA A 212 BYTES; A IMAGEM
      *                  REAPLICADA MANTEM O CARIMBO DA ULTIMA ALTERACAO
      *                  DO EVENTO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREC01.
      * REAPLICA A IMAGEM DEPOIS NO CADASTRO: A CHAVE AINDA AUSENTE NA
      * COPIA RESTAURADA E GRAVADA, A PRESENTE E REGRAVADA. A IMAGEM
      * CARREGA O REGISTRO INTEGRO, INCLUSIVE SITUACAO E DATA, ENTAO A
      * EXCLUSAO LOGICA TAMBEM E REPRODUZIDA FIELMENTE. O CARIMBO DA
      * ULTIMA ALTERACAO VEM NA IMAGEM E E MANTIDO, E NAO HA CONFERENCIA
      * DE ALTERACAO CONCORRENTE (LCKPRC01): A RECUPERACAO RODA COM A
      * ESTEIRA PARADA E SOBREPOE O CADASTRO POR DEFINICAO.
      ******************************************************************
       G400-REAPLICAR-IMAGEM.
           MOVE AU-IMAGEM-REGISTRO       TO CR-REGISTRO-PESSOA
