      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     INCLUIDO O REJPAG DO EX66 NA VARREDURA: OS
      *                     CREDITOS REJEITADOS PELO BANCO E AINDA NAO
      *                     PAGOS ENVELHECEM COMO AS DEMAIS EXCECOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAGE.
      *    ARQUIVO DE EXCECAO EM VARREDURA; O NOME E TROCADO A CADA
      *    UM DOS ARQUIVOS ACOMPANHADOS.
           SELECT ARQEXC ASSIGN TO WS-NOME-EXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQEXC.
           END-IF.
           PERFORM LE-CADAGE.

      *    VARRE OS ARQUIVOS DE EXCECAO ACOMPANHADOS, CADA UM
      *    COM O PROGRAMA DE ORIGEM E A POSICAO DO CODIGO NO REGISTRO.
       VARRE-EXCECOES.
           MOVE "REJDAT.DAT" TO WS-NOME-EXC WS-ORIGEM.
           MOVE "EX21"       TO WS-PROGRAMA.
           MOVE 3            TO WS-POS-CODIGO.
           PERFORM VARRE-UM-ARQUIVO.
           MOVE "REJPAG.DAT" TO WS-NOME-EXC WS-ORIGEM.
           MOVE "EX66"       TO WS-PROGRAMA.
           MOVE 1            TO WS-POS-CODIGO.
           PERFORM VARRE-UM-ARQUIVO.

      *    ARQUIVO DE EXCECAO AUSENTE NAO E ERRO: SIGNIFICA QUE A
      *    NOITE NAO O RECRIOU (OU NADA FOI REJEITADO) - OS ITENS
