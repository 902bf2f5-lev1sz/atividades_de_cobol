      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     A VERIFICACAO PASSOU A EXIGIR A
      *                     IDENTIFICACAO DO OPERADOR PELO SUBPROGRAMA
      *                     ACESSO, COM A FUNCAO "TOTHIS" NO PERFIL
      *                     DELE (SEM ELA O PROGRAMA TERMINA COM
      *                     RETURN-CODE 8). A RESPOSTA A CONFIRMACAO
      *                     DA REGRAVACAO E O RESULTADO FICAM NO
      *                     LOGOPR COM O OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)       VALUE "EX43".
       77 ACS-FUNCAO              PIC X(08)       VALUE "TOTHIS".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)       VALUE "NAO".

       01 LIN-DIV.
           02 MAT-IMP             PIC 9(05).
       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM INICIO
       ELSE
           MOVE "SIM" TO ABORTAR-JOB
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-CADHIS
           PERFORM VERIFICA-REGISTRO
           PERFORM GRAVA-RESUMO
           DISPLAY "EX43: " CONT-DIVERGENTES " TOTAL(IS) DIVERGENTE(S)"
               ", " CONT-CORRIGIDOS " CORRIGIDO(S). VER RELCHK.DAT."
           MOVE SPACES TO ACS-TEXTO
           STRING "DIVERGENTES " DELIMITED BY SIZE
                  CONT-DIVERGENTES DELIMITED BY SIZE
                  " CORRIGIDOS " DELIMITED BY SIZE
                  CONT-CORRIGIDOS DELIMITED BY SIZE
               INTO ACS-TEXTO
           PERFORM REGISTRA-ACAO
       END-IF.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM TERMINO
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

      *    A REGRAVACAO DOS TOTAIS SO ACONTECE COM A CONFIRMACAO
               "DETALHES? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA EQUAL "S" OR WS-CONFIRMA EQUAL "s"
               MOVE "SIM" TO CORRIGIR
               MOVE "REGRAVACAO DOS TOTAIS CONFIRMADA" TO ACS-TEXTO
           ELSE
               MOVE "VERIFICACAO SEM REGRAVACAO" TO ACS-TEXTO.
           PERFORM REGISTRA-ACAO.
           OPEN I-O CADHIS.
           IF FS-CADHIS NOT EQUAL "00"
               MOVE "CADHIS.DAT" TO ERR-ARQUIVO
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

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
           CLOSE CADHIS
                 RELCHK.
