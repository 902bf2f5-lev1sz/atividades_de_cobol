      *                     ALTERACAO GRAVADAS AQUI SAEM COM O BANCO
      *                     ZERADO, QUE NA REGRA DO EX15 MANTEM OS
      *                     DADOS BANCARIOS ATUAIS DO FUNCIONARIO.
      *  15/10/2026 LLB     A CORRECAO PASSOU A EXIGIR A IDENTIFICACAO
      *                     DO OPERADOR PELO SUBPROGRAMA ACESSO, COM A
      *                     FUNCAO "CORRECAO" NO PERFIL DELE. AS
      *                     CORRECOES DIGITADAS NO CONSOLE SAEM NO
      *                     LOGCUR COM O CODIGO DO OPERADOR EM VEZ DE
      *                     "CONSOLE", E CADA CORRECAO CURADA OU
      *                     RECUSADA TAMBEM FICA NO LOGOPR.
      *  15/10/2026 LLB     O CADMOV GANHOU O NIVEL SALARIAL E O
      *                     OPERADOR NO FIM DO REGISTRO (VER EX15); AS
      *                     TRANSACOES DE ALTERACAO GRAVADAS AQUI SAEM
      *                     COM O NIVEL EM BRANCO, QUE NA REGRA DO EX15
      *                     MANTEM O NIVEL ATUAL, E COM O OPERADOR
      *                     IDENTIFICADO PELO ACESSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *    MESMO LAYOUT LIDO PELO EX15; AS CURAS DE SALARIO ENTRAM
      *    AQUI COMO TRANSACOES DE ALTERACAO, COM NOME E CENTRO DE
      *    CUSTO EM BRANCO (A ALTERACAO DO EX15 MANTEM OS ATUAIS),
      *    NIVEL EM BRANCO E O OPERADOR IDENTIFICADO NO INICIO.
       FD CADMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOV.DAT".
           02 CONTA-MOV           PIC 9(10).
           02 DT-ADMISSAO-MOV     PIC 9(08).
           02 DT-DESLIG-MOV       PIC 9(08).
           02 NIVEL-MOV           PIC X(03).
           02 OPERADOR-MOV        PIC X(08).

       FD ARQTMP
           LABEL RECORD ARE STANDARD
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)   VALUE "NAO".
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)   VALUE "EX28".
       77 ACS-FUNCAO              PIC X(08)   VALUE "CORRECAO".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)   VALUE "NAO".

       01 DATA-ATUAL.
           02 ANO-ATUAL           PIC 9(04).
       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM INICIO
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CARREGA-CORRECOES
               PERFORM PROCESSA-REJDAT
               PERFORM PROCESSA-CADINV
               PERFORM REINSERE-NO-CADVAL
               DISPLAY "EX28: " CONT-CURADOS
                   " CORRECAO(OES) APLICADA(S), "
                   CONT-RECUSADOS " RECUSADA(S). VER LOGCUR.DAT."
           END-IF
           PERFORM TERMINO
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

       INICIO.
                   MOVE WS-ORIGEM-DIG TO ORIGEM-TAB (CONT-CORRECOES)
                   MOVE WS-CODIGO-DIG TO CODIGO-TAB (CONT-CORRECOES)
                   MOVE WS-VALOR-DIG  TO VALOR-TAB (CONT-CORRECOES)
                   MOVE ACS-OPERADOR  TO OPERADOR-TAB (CONT-CORRECOES)
                   MOVE "NAO"         TO USADA-TAB (CONT-CORRECOES)
               END-IF
           ELSE
                   MOVE SPACES   TO DEP-MOV
                   MOVE ZEROS    TO BANCO-MOV AGENCIA-MOV CONTA-MOV
                   MOVE ZEROS    TO DT-ADMISSAO-MOV DT-DESLIG-MOV
                   MOVE SPACES   TO NIVEL-MOV
                   MOVE ACS-OPERADOR TO OPERADOR-MOV
                   WRITE REG-MOV
                   PERFORM LOGA-CURADO
               END-IF
           PERFORM MONTA-LOG.
           MOVE "CURADO"    TO RESULTADO-LOG.
           WRITE REG-LOG.
           PERFORM REGISTRA-CORRECAO.

       LOGA-RECUSADO.
           ADD 1 TO CONT-RECUSADOS.
           PERFORM MONTA-LOG.
           MOVE "RECUSADO"  TO RESULTADO-LOG.
           WRITE REG-LOG.
           PERFORM REGISTRA-CORRECAO.

      *    A DISPOSICAO TAMBEM VAI PARA O LOGOPR, EM NOME DO OPERADOR
      *    IDENTIFICADO QUE RODOU A CORRECAO (NO LOTE, O LOGCUR GUARDA
      *    AINDA QUEM DIGITOU A LINHA DO CADCOR).
       REGISTRA-CORRECAO.
           MOVE SPACES TO ACS-TEXTO.
           STRING "CORRECAO " DELIMITED BY SIZE
                  ORIGEM-LOG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CODIGO-LOG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULTADO-LOG DELIMITED BY SPACE
               INTO ACS-TEXTO.
           PERFORM REGISTRA-ACAO.

       MONTA-LOG.
           ACCEPT WS-HORA-AGORA FROM TIME.
               MOVE SAL-INV-X TO VALOR-ANT-LOG (1:9).
           MOVE VALOR-TAB (SUB-COR) TO VALOR-NOVO-LOG.

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
           CLOSE LOGCUR.
