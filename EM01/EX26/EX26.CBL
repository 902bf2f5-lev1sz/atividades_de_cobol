      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  22/08/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     A RESTAURACAO PASSOU A EXIGIR A
      *                     IDENTIFICACAO DO OPERADOR PELO SUBPROGRAMA
      *                     ACESSO, COM A FUNCAO "RESTMEST" NO PERFIL
      *                     DELE. CADA RESTAURACAO FEITA, CANCELADA NA
      *                     CONFIRMACAO OU COM FALHA NA COPIA FICA NO
      *                     LOGOPR COM O OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-EXISTE               PIC S9(09) COMP-5.
       77 WS-RETORNO              PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
       77 WS-RESULTADO            PIC X(09).
       77 SIGLA-VALIDA            PIC X(03)   VALUE "NAO".
       77 ERR-PROGRAMA            PIC X(08)   VALUE "EX26".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)   VALUE "EX26".
       77 ACS-FUNCAO              PIC X(08)   VALUE "RESTMEST".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)   VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM INICIO
           PERFORM RESTAURA-LOOP
               UNTIL WS-CONTINUA EQUAL "N" OR WS-CONTINUA EQUAL "n"
           PERFORM TERMINO
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

       INICIO.
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL "S" OR WS-CONFIRMA EQUAL "s"
                       PERFORM EXECUTA-RESTAURACAO
                   ELSE
                       MOVE "CANCELADO" TO WS-RESULTADO
                       PERFORM REGISTRA-RESTAURACAO
                   END-IF
               END-IF
               DISPLAY "RESTAURAR OUTRO MESTRE? (S/N): "
               PERFORM LOGA-RESTAURACAO
           ELSE
               DISPLAY "FALHA NA RESTAURACAO DE " WS-NOME-MESTRE
               MOVE "FALHA" TO WS-RESULTADO
               PERFORM REGISTRA-RESTAURACAO
               MOVE WS-NOME-MESTRE TO ERR-ARQUIVO
               MOVE "COPIA"        TO ERR-OPERACAO
               MOVE "30"           TO ERR-STATUS
           MOVE WS-HORA-AGORA  TO HORA-FIM-LOG.
           MOVE ZEROS          TO DURACAO-LOG.
           WRITE REG-LOG.
           MOVE "OK" TO WS-RESULTADO.
           PERFORM REGISTRA-RESTAURACAO.

      *    A RESTAURACAO (FEITA, RECUSADA NA CONFIRMACAO OU COM FALHA
      *    NA COPIA) VAI PARA O LOGOPR COM O OPERADOR IDENTIFICADO; O
      *    RUNLOG CONTINUA REGISTRANDO SO AS FEITAS.
       REGISTRA-RESTAURACAO.
           MOVE SPACES TO ACS-TEXTO.
           STRING "RESTORE " DELIMITED BY SIZE
                  WS-NOME-MESTRE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-DATA-GERACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SPACE
               INTO ACS-TEXTO.
           PERFORM REGISTRA-ACAO.

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
           CLOSE RUNLOG.
