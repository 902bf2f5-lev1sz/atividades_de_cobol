      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     O CADFNV GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 CONTA-ENT           PIC 9(10).
           02 DT-ADMISSAO-ENT     PIC 9(08).
           02 DT-DESLIG-ENT       PIC 9(08).
           02 NIVEL-ENT           PIC X(03).

      *    VISOES DO SELO GRAVADO PELO EX21 NO CADASTRO VALIDADO.
       01 REG-SELO-HE.
