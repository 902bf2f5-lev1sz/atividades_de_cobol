      *                     A CONTAGEM POR TURMA TAMBEM PASSOU A SER
      *                     PROTEGIDA CONTRA O ESTOURO DA TABELA DE
      *                     TURMAS, QUE SOMAVA ALEM DA ULTIMA ENTRADA.
      *  15/10/2026 LLB     A RECUPERACAO PASSOU A SER RESOLVIDA PELO
      *                     EX49, QUE TROCA O "REC" DO CADATU PELA
      *                     DECISAO FINAL APR OU REP. ALUNO QUE AINDA
      *                     CHEGA AQUI EM "REC" NAO TEM DECISAO: FICA
      *                     NA TURMA E E CONTADO COM OS SEM SITUACAO
      *                     NO RELPRO (E NAO MAIS COMO RETIDO), PARA A
      *                     COORDENACAO VER QUE A RECUPERACAO NAO FOI
      *                     FECHADA ANTES DA VIRADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    (SUCESSORA "FIM" OU EM BRANCO); TURMA SEM LINHA NO CADPRG
      *    NAO E FORMATURA - E PARAMETRO INCOMPLETO, E O ALUNO FICA
      *    ONDE ESTA, CONTADO A PARTE. REPROVADO POR NOTA OU POR
      *    FALTA FICAM NA TURMA; ALUNO SEM REGISTRO NO CADATU, OU
      *    AINDA EM RECUPERACAO SEM A DECISAO FINAL DO EX49, TAMBEM
      *    FICA ONDE ESTA, CONTADO A PARTE PARA A COORDENACAO
      *    REVISAR. AS NOTAS SAEM ZERADAS PARA O PERIODO NOVO. AS
      *    CONTAGENS POR TURMA SO ACONTECEM COM A TURMA DENTRO DA
      *    TABELA (ACHOU-TURMA), COMO NAS DEMAIS TABELAS DA SUITE; OS
      *    TOTAIS GERAIS SEMPRE CONTAM.
       VIRA-ALUNO.
           PERFORM BUSCA-SITUACAO.
           PERFORM PROCURA-TURMA.
           EVALUATE TRUE
               WHEN TEM-SITUACAO EQUAL "NAO"
                 OR SIT-ALUNO EQUAL "REC"
                   IF ACHOU-TURMA EQUAL "SIM"
                       ADD 1 TO QTD-SEM-SIT (SUB-TURMA)
                   END-IF
