      *                     COM O TETO DAS FAIXAS EM 9999999,99. OS
      *                     ARQUIVOS JA GRAVADOS NO TAMANHO ANTIGO SAO
      *                     CONVERTIDOS PELO EX27.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 REG-FUN.
           COPY IDCOPY REPLACING ID-CAMPO BY COD-FUN.
           02 FILLER              PIC X(70).

      *    RELATORIO DE DIVERGENCIAS: UM REGISTRO PARA CADA NUMERO
      *    QUE NAO APARECE NOS TRES ARQUIVOS AO MESMO TEMPO.
