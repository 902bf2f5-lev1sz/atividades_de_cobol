      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     A CONSULTA PASSOU A EXIGIR A IDENTIFICACAO
      *                     DO OPERADOR PELO SUBPROGRAMA ACESSO, COM A
      *                     FUNCAO "HISTSAL" NO PERFIL DELE, E CADA
      *                     CONSULTA FICA NO LOGOPR COM O OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)       VALUE "EX32".
       77 ACS-FUNCAO              PIC X(08)       VALUE "HISTSAL".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)       VALUE "NAO".

       01 LIN-CAB.
           02 FILLER              PIC X(21)
       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM INICIO
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CONSULTA-LOOP
                   UNTIL WS-CONTINUA EQUAL "N"
                      OR WS-CONTINUA EQUAL "n"
           END-IF
           PERFORM TERMINO
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

       INICIO.
               MOVE "N" TO WS-CONTINUA
           ELSE
               PERFORM IMPRIME-HISTORICO
               MOVE SPACES TO ACS-TEXTO
               STRING "CONSULTA HISTORICO SALARIAL " DELIMITED BY SIZE
                      WS-COD-CONSULTA DELIMITED BY SIZE
                   INTO ACS-TEXTO
               PERFORM REGISTRA-ACAO
               DISPLAY "CONSULTAR OUTRO FUNCIONARIO? (S/N): "
               ACCEPT WS-CONTINUA.

           DISPLAY LIN-EVT.
           PERFORM LE-CADHSF.

      *    IDENTIFICACAO DO OPERADOR E CONFERENCIA DA FUNCAO PELO
      *    SUBPROGRAMA COMUM ACESSO. CHAMADO PELO CONSOLE EX47, O
      *    OPERADOR JA IDENTIFICADO NELE NAO E PEDIDO DE NOVO.
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

      *    ENCERRA A SESSAO SE FOI ESTE PROGRAMA QUE A ABRIU; CHAMADO
      *    PELO CONSOLE, A SESSAO CONTINUA COM ELE.
       ENCERRA-SESSAO.
           MOVE "SAIDA" TO ACS-OPERACAO.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               MOVE SPACES TO LINHA-REL
