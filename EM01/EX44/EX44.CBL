      *                     CADSAI_CORTE E O CADSAI_REAJ, PERDENDO O
      *                     FIM DO NOME E A MARCA " OK" DA LINHA DE
      *                     AUDITORIA.
      *  15/10/2026 LLB     A RESTAURACAO PASSOU A EXIGIR A
      *                     IDENTIFICACAO DO OPERADOR PELO SUBPROGRAMA
      *                     ACESSO, COM A FUNCAO "RESTARQ" NO PERFIL
      *                     DELE. CADA EXTRACAO FEITA OU CANCELADA NA
      *                     CONFIRMACAO DE SOBRESCRITA FICA NO LOGOPR
      *                     COM O OPERADOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-EXISTE               PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
       77 CONT-REGISTROS          PIC 9(07)   VALUE ZEROS.
       77 WS-RESULTADO            PIC X(09).
       77 PODE-GRAVAR             PIC X(03)   VALUE "NAO".
       77 ERR-PROGRAMA            PIC X(08)   VALUE "EX44".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)   VALUE "EX44".
       77 ACS-FUNCAO              PIC X(08)   VALUE "RESTARQ".
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
               IF WS-CONFIRMA NOT EQUAL "S"
                  AND WS-CONFIRMA NOT EQUAL "s"
                   MOVE "NAO" TO PODE-GRAVAR
                   MOVE "CANCELADO" TO WS-RESULTADO
                   PERFORM REGISTRA-EXTRACAO
               END-IF
           END-IF.
           IF PODE-GRAVAR EQUAL "SIM"
           MOVE WS-HORA-AGORA  TO HORA-FIM-LOG.
           MOVE ZEROS          TO DURACAO-LOG.
           WRITE REG-LOG.
           MOVE "OK" TO WS-RESULTADO.
           PERFORM REGISTRA-EXTRACAO.

      *    A EXTRACAO (FEITA OU CANCELADA NA CONFIRMACAO DE
      *    SOBRESCRITA) VAI PARA O LOGOPR COM O OPERADOR
      *    IDENTIFICADO, NO MESMO TEXTO CURTO DA LINHA DO RUNLOG.
       REGISTRA-EXTRACAO.
           MOVE SPACES TO ACS-TEXTO.
           STRING "EXT " DELIMITED BY SIZE
                  WS-NOME-ARQDIA DELIMITED BY "."
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
