      *                     SEM FAZER NADA. O CANCEL DEVOLVE O
      *                     PROGRAMA AO ESTADO INICIAL PARA A PROXIMA
      *                     CHAMADA.
      *  15/10/2026 LLB     O CONSOLE PASSOU A EXIGIR A IDENTIFICACAO
      *                     DO OPERADOR PELO SUBPROGRAMA ACESSO, COM A
      *                     FUNCAO "CONSOLE" NO PERFIL DELE. A SESSAO
      *                     ABERTA AQUI VALE PARA AS FERRAMENTAS DO
      *                     MENU, QUE SO CONFEREM A PROPRIA FUNCAO; O
      *                     EX23, QUE NAO CONFERE, TEM A FUNCAO
      *                     "HISTESC" CONFERIDA PELO CONSOLE. CADA
      *                     OPCAO ESCOLHIDA FICA NO LOGOPR, E O MENU
      *                     GANHOU O CADASTRO DE OPERADORES (EX69).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)   VALUE "EX47".
       77 ACS-FUNCAO              PIC X(08)   VALUE "CONSOLE".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)   VALUE "NAO".

       01 LIN-PAINEL.
           02 PROGRAMA-IMP        PIC X(08).
       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM MOSTRA-PAINEL
           PERFORM MENU-LOOP
               UNTIL WS-OPCAO EQUAL "0"
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

      *    O PAINEL DE ENTRADA: ULTIMA EXECUCAO POR PROGRAMA, TRAVAS E
           DISPLAY "4 - RESTAURACAO DE MESTRE (EX26)".
           DISPLAY "5 - RESTAURACAO DE ARQUIVO MORTO (EX44)".
           DISPLAY "6 - CORRECAO DE REJEITADOS (EX28)".
           DISPLAY "7 - CADASTRO DE OPERADORES (EX69)".
           DISPLAY "9 - REEXIBIR O PAINEL".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO NOT EQUAL "0"
               MOVE SPACES TO ACS-TEXTO
               STRING "OPCAO DO MENU " DELIMITED BY SIZE
                      WS-OPCAO DELIMITED BY SIZE
                   INTO ACS-TEXTO
               PERFORM REGISTRA-ACAO.
      *    O CANCEL DEPOIS DE CADA RETORNO DEVOLVE A FERRAMENTA AO
      *    ESTADO INICIAL: SEM ELE A WORKING-STORAGE FICA COMO A
      *    ULTIMA SAIDA A DEIXOU (WS-CONTINUA = "N", FINS DE ARQUIVO
                   CALL "EX32"
                   CANCEL "EX32"
               WHEN "3"
                   PERFORM AUTORIZA-EX23
                   IF ACS-RETORNO EQUAL "SIM"
                       CALL "EX23"
                       CANCEL "EX23"
                   END-IF
               WHEN "4"
                   CALL "EX26"
                   CANCEL "EX26"
               WHEN "6"
                   CALL "EX28"
                   CANCEL "EX28"
               WHEN "7"
                   CALL "EX69"
                   CANCEL "EX69"
               WHEN "9"
                   PERFORM MOSTRA-PAINEL
               WHEN "0"
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *    IDENTIFICACAO DO OPERADOR PELO SUBPROGRAMA COMUM ACESSO.
      *    A SESSAO ABERTA AQUI VALE PARA AS FERRAMENTAS DO MENU, QUE
      *    SO CONFEREM A PROPRIA FUNCAO CONTRA O PERFIL DO OPERADOR.
       IDENTIFICA-OPERADOR.
           MOVE "ENTRADA" TO ACS-OPERACAO.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.

      *    GRAVA NO LOGOPR A ACAO MONTADA EM ACS-TEXTO, COM O
      *    OPERADOR IDENTIFICADO.
       REGISTRA-ACAO.
           MOVE "REGISTRO" TO ACS-OPERACAO.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.

      *    O EX23 NAO CONFERE O OPERADOR; PELO CONSOLE A FUNCAO
      *    "HISTESC" E CONFERIDA AQUI ANTES DA CHAMADA.
       AUTORIZA-EX23.
           MOVE "HISTESC" TO ACS-FUNCAO.
           PERFORM IDENTIFICA-OPERADOR.
           MOVE "CONSOLE" TO ACS-FUNCAO.

       ENCERRA-SESSAO.
           MOVE "SAIDA" TO ACS-OPERACAO.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.
