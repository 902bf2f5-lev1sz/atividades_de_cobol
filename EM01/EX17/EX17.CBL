      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  22/08/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     MESTRE ALTERADO SEM TRANSACAO (STATUS "91"
      *                     DO EX70) PASSA A SER CLASSIFICADO COMO
      *                     GRAVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    GRAVIDADE DO GRUPO: O AVISO "99" (LIMITE DE TABELA, PESOS
      *    ZERADOS) E O MENOS GRAVE; FALHA DE ABERTURA OU GRAVACAO DE
      *    UM ARQUIVO OBRIGATORIO (CADFUN, CADENT, CADALU E AFINS)
      *    IMPEDE O LOTE E FICA NO TOPO, JUNTO COM A MUDANCA EM UM
      *    MESTRE SEM TRANSACAO QUE A EXPLIQUE ("91"); O RESTANTE FICA
      *    NO MEIO.
       CALCULA-SEVERIDADE.
           EVALUATE TRUE
               WHEN STATUS-ERRLOG EQUAL "99"
                   MOVE 3 TO SEV-CALC
               WHEN STATUS-ERRLOG EQUAL "91"
                   MOVE 1 TO SEV-CALC
               WHEN OPERACAO-ERRLOG EQUAL "ABERTURA"
                 OR OPERACAO-ERRLOG EQUAL "GRAVACAO"
                   MOVE 1 TO SEV-CALC
