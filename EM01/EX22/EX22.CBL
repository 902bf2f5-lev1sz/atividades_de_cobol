      *                     BURACO DE COBERTURA), NOS MESMOS MOLDES DA
      *                     AUDITORIA DO CADFAI. CADDED AUSENTE NAO E
      *                     ACHADO: O PADRAO DO EX34 E NENHUM DESCONTO.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 REG-FUN.
           COPY IDCOPY REPLACING ID-CAMPO BY COD-FUN.
           02 FILLER              PIC X(70).

      *    RELATORIO DE ACHADOS DA AUDITORIA: UMA LINHA POR PROBLEMA
      *    ENCONTRADO E UMA LINHA FINAL COM O RESULTADO GERAL.
