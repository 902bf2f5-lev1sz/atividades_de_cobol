      *                     DATA, E TOTAL DO TRAILER QUE NAO FECHA COM
      *                     O CONTEUDO. TAMBEM NAO SAO FILE STATUS
      *                     REAIS.
      *  15/10/2026 LLB     ACRESCENTADO O STATUS "92", USADO PELO
      *                     SUBPROGRAMA DE IDENTIFICACAO ACESSO QUANDO
      *                     UM OPERADOR E BLOQUEADO POR ERRAR A SENHA
      *                     SEGUIDAS VEZES. TAMBEM NAO E UM FILE STATUS
      *                     REAL.
      *  15/10/2026 LLB     ACRESCENTADO O STATUS "91", USADO PELO
      *                     CONTROLE NOTURNO DOS MESTRES (EX70) QUANDO
      *                     UM CADASTRO MUDOU DESDE A GERACAO ANTERIOR
      *                     SEM TRANSACAO DE MANUTENCAO QUE EXPLIQUE A
      *                     MUDANCA. TAMBEM NAO E UM FILE STATUS REAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               WHEN "42"
                   MOVE "ARQUIVO NAO ESTAVA ABERTO"
                       TO MENSAGEM-ERRLOG
               WHEN "91"
                   MOVE "MESTRE ALTERADO SEM TRANSACAO"
                       TO MENSAGEM-ERRLOG
               WHEN "92"
                   MOVE "OPERADOR BLOQUEADO POR SENHA INVALIDA"
                       TO MENSAGEM-ERRLOG
               WHEN "93"
                   MOVE "DEBITOS E CREDITOS NAO BALANCEIAM"
                       TO MENSAGEM-ERRLOG
