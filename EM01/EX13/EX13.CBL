      *                     REMESSA DE CREDITO DO EX36; O LAYOUT DE
      *                     LEITURA FOI ALINHADO, SEM USO DOS CAMPOS
      *                     NOVOS NESTE PROGRAMA.
      *  15/10/2026 LLB     A CONSULTA PASSOU A EXIGIR A IDENTIFICACAO
      *                     DO OPERADOR PELO SUBPROGRAMA ACESSO, COM A
      *                     FUNCAO "SALARIO" NO PERFIL DELE, E CADA
      *                     CONSULTA FICA NO LOGOPR COM O OPERADOR.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 CONTA-ENT           PIC 9(10).
           02 DT-ADMISSAO-ENT     PIC 9(08).
           02 DT-DESLIG-ENT       PIC 9(08).
           02 NIVEL-ENT           PIC X(03).

       FD CADSAI
           LABEL RECORD ARE STANDARD.
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)       VALUE "EX13".
       77 ACS-FUNCAO              PIC X(08)       VALUE "SALARIO".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)       VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM IDENTIFICA-OPERADOR.
       IF ACS-RETORNO EQUAL "SIM"
           PERFORM GERA-NOME-CADSAI
           PERFORM CONSULTA-LOOP
               UNTIL WS-CONTINUA EQUAL "N" OR WS-CONTINUA EQUAL "n"
       END-IF.
       PERFORM ENCERRA-SESSAO.
       GOBACK.

      *    MONTA O NOME DO CADSAI DO DIA DE PROCESSAMENTO, NO MESMO
           ELSE
               PERFORM PROCURA-FUNCIONARIO
               PERFORM EXIBE-RESULTADO
               MOVE SPACES TO ACS-TEXTO
               STRING "CONSULTA SALARIO " DELIMITED BY SIZE
                      WS-COD-CONSULTA DELIMITED BY SIZE
                   INTO ACS-TEXTO
               PERFORM REGISTRA-ACAO
               DISPLAY "CONSULTAR OUTRO FUNCIONARIO? (S/N): "
               ACCEPT WS-CONTINUA.

                   DISPLAY "                   PROCESSADO HOJE"
               END-IF
           END-IF.

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
