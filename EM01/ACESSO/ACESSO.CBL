       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACESSO.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       SUBPROGRAMA COMUM DE IDENTIFICACAO E PERMISSAO
      *               DOS OPERADORES DAS FERRAMENTAS INTERATIVAS
      *               (EX13, EX26, EX28, EX32, EX43, EX44, EX47 E
      *               EX69), NOS MOLDES DO TRATERRO. O CHAMADOR PASSA
      *               A OPERACAO DESEJADA:
      *                 ENTRADA  - IDENTIFICA O OPERADOR (CODIGO E
      *                            SENHA CONFERIDOS NO CADOPR) SE AINDA
      *                            NAO HA SESSAO ABERTA, E CONFERE SE O
      *                            PERFIL DELE (CADPRF) DA DIREITO A
      *                            FUNCAO PEDIDA. RETORNA "SIM"/"NAO" E
      *                            O CODIGO DO OPERADOR IDENTIFICADO;
      *                 REGISTRO - GRAVA NO LOGOPR A ACAO DESCRITA PELO
      *                            CHAMADOR, COM O OPERADOR DA SESSAO;
      *                 SAIDA    - ENCERRA A SESSAO, SE FOI O PROPRIO
      *                            CHAMADOR QUE A ABRIU;
      *                 CIFRA    - DEVOLVE O HASH DA SENHA INFORMADA
      *                            PARA O CODIGO INFORMADO (USADO PELO
      *                            CADASTRO DE OPERADORES DO EX69).
      *               A SESSAO FICA NA WORKING-STORAGE DESTE
      *               SUBPROGRAMA ENQUANTO A UNIDADE DE EXECUCAO
      *               DURAR: O CONSOLE EX47 IDENTIFICA O OPERADOR UMA
      *               VEZ E AS FERRAMENTAS CHAMADAS POR ELE SO TEM A
      *               FUNCAO CONFERIDA; A MESMA FERRAMENTA RODADA
      *               SOZINHA PEDE A IDENTIFICACAO. A SENHA NUNCA E
      *               GUARDADA, SO O HASH DELA COM O CODIGO DO
      *               OPERADOR; TRES SENHAS ERRADAS SEGUIDAS BLOQUEIAM
      *               O OPERADOR ATE O DESBLOQUEIO PELO EX69, COM A
      *               OCORRENCIA EM ERRLOG (STATUS "92").
      *
      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 LLB     CRIACAO DO SUBPROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LEVI-PC.
       OBJECT-COMPUTER. LEVI-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADASTRO DE OPERADORES MANTIDO PELO EX69; O ACESSO
      *    ALEATORIO PELO CODIGO BASTA PARA CONFERIR A SENHA E
      *    REGRAVAR O CONTADOR DE FALHAS.
           SELECT CADOPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-OPR
           FILE STATUS IS FS-CADOPR.
      *    FUNCOES LIBERADAS POR PERFIL: UMA LINHA POR PERFIL E
      *    FUNCAO; A FUNCAO "TODAS" LIBERA QUALQUER FUNCAO.
           SELECT CADPRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRF.
      *    LOG DE ACESSO, ABERTO EM EXTEND A CADA LINHA COMO O ERRLOG
      *    DO TRATERRO.
           SELECT LOGOPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOGOPR.

       DATA DIVISION.
       FILE SECTION.
       FD CADOPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOPR.DAT".

       01 REG-OPR.
           02 ID-OPR              PIC X(08).
           02 NOME-OPR            PIC X(30).
           02 SENHA-OPR           PIC 9(09).
           02 PERFIL-OPR          PIC X(03).
           02 ATIVO-OPR           PIC X(01).
           02 FALHAS-OPR          PIC 9(02).
           02 BLOQUEADO-OPR       PIC X(01).
           02 DATA-SENHA-OPR      PIC 9(08).
           02 DATA-ACESSO-OPR     PIC 9(08).

       FD CADPRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRF.DAT".

       01 REG-PRF.
           02 PERFIL-PRF          PIC X(03).
           02 FUNCAO-PRF          PIC X(08).

       FD LOGOPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGOPR.DAT".

       01 REG-LOGOPR.
           02 DATA-LOGOPR         PIC 9(08).
           02 HORA-LOGOPR         PIC 9(08).
           02 OPERADOR-LOGOPR     PIC X(08).
           02 PROGRAMA-LOGOPR     PIC X(08).
           02 FUNCAO-LOGOPR       PIC X(08).
           02 ACAO-LOGOPR         PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-CADOPR               PIC X(02).
       77 FS-CADPRF               PIC X(02).
       77 FS-LOGOPR               PIC X(02).
       77 FIM-PRF                 PIC X(03)   VALUE "NAO".
       77 WS-DATA-HOJE            PIC 9(08).
       77 WS-HORA-AGORA           PIC 9(08).
      *    SESSAO ABERTA: OPERADOR IDENTIFICADO, PERFIL DELE E O
      *    PROGRAMA QUE PEDIU A IDENTIFICACAO (SO ELE A ENCERRA).
       77 SESSAO-ATIVA            PIC X(03)   VALUE "NAO".
       77 OPERADOR-SESSAO         PIC X(08)   VALUE SPACES.
       77 PERFIL-SESSAO           PIC X(03)   VALUE SPACES.
       77 PROGRAMA-SESSAO         PIC X(08)   VALUE SPACES.
       77 MAX-TENTATIVAS          PIC 9(02)   VALUE 3.
       77 CONT-TENTATIVAS         PIC 9(02)   VALUE ZEROS.
       77 FIM-IDENTIFICACAO       PIC X(03)   VALUE "NAO".
       77 ID-DIGITADO             PIC X(08).
       77 SENHA-DIGITADA          PIC X(12).
       77 FUNCAO-LIBERADA         PIC X(03)   VALUE "NAO".
       77 LIMITE-PRF-LOGADO       PIC X(03)   VALUE "NAO".
       77 ERR-PROGRAMA            PIC X(08)   VALUE "ACESSO".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).

      *    FUNCOES DO PERFIL DA SESSAO, CARREGADAS NA IDENTIFICACAO.
       77 CONT-FUNCOES            PIC 9(02)   VALUE ZEROS.
       77 SUB-FUN                 PIC 9(02)   VALUE ZEROS.
       01 TAB-FUNCOES.
           02 FUNCAO-TAB          PIC X(08)   OCCURS 30 TIMES.

      *    CALCULO DO HASH: CODIGO DO OPERADOR SEGUIDO DA SENHA, CADA
      *    CARACTER TROCADO PELA POSICAO DELE NO ALFABETO ABAIXO
      *    (CARACTER FORA DO ALFABETO VALE 90) E ACUMULADO EM DUAS
      *    PASSADAS COM RESTO DA DIVISAO POR UM PRIMO DE 9 DIGITOS.
      *    O CODIGO ENTRA NA CONTA PARA QUE A MESMA SENHA DE DOIS
      *    OPERADORES NAO GERE O MESMO HASH.
       01 CADEIA-HASH.
           02 ID-HASH             PIC X(08).
           02 SENHA-HASH          PIC X(12).
       01 CADEIA-HASH-R REDEFINES CADEIA-HASH.
           02 CAR-HASH            PIC X(01)   OCCURS 20 TIMES.
       01 ALFABETO.
           02 FILLER              PIC X(40)   VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 !#$".
           02 FILLER              PIC X(40)   VALUE
              "abcdefghijklmnopqrstuvwxyz%&*+-./:;<=>?@".
       01 ALFABETO-R REDEFINES ALFABETO.
           02 CAR-ALFA            PIC X(01)   OCCURS 80 TIMES.
       77 SUB-CAR                 PIC 9(02)   VALUE ZEROS.
       77 SUB-ALFA                PIC 9(02)   VALUE ZEROS.
       77 POS-CAR                 PIC 9(02)   VALUE ZEROS.
       77 ACHOU-CAR               PIC X(03)   VALUE "NAO".
       77 CONT-PASSADAS           PIC 9(01)   VALUE ZEROS.
       77 HASH-TRAB               PIC 9(12)   VALUE ZEROS.
       77 QUOC-HASH               PIC 9(12)   VALUE ZEROS.
       77 HASH-CALCULADO          PIC 9(09)   VALUE ZEROS.

       LINKAGE SECTION.
       01 ACS-OPERACAO            PIC X(08).
       01 ACS-PROGRAMA            PIC X(08).
       01 ACS-FUNCAO              PIC X(08).
       01 ACS-OPERADOR            PIC X(08).
       01 ACS-TEXTO               PIC X(40).
       01 ACS-RETORNO             PIC X(03).

       PROCEDURE DIVISION USING ACS-OPERACAO
                                 ACS-PROGRAMA
                                 ACS-FUNCAO
                                 ACS-OPERADOR
                                 ACS-TEXTO
                                 ACS-RETORNO.
       EXFIX.

       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       EVALUATE ACS-OPERACAO
           WHEN "ENTRADA"
               PERFORM ENTRADA
           WHEN "REGISTRO"
               PERFORM REGISTRO
           WHEN "SAIDA"
               PERFORM SAIDA
           WHEN "CIFRA"
               PERFORM CIFRA
           WHEN OTHER
               MOVE "NAO" TO ACS-RETORNO
       END-EVALUATE.
       GOBACK.

      *    SEM SESSAO ABERTA, PEDE A IDENTIFICACAO; COM A SESSAO
      *    ABERTA (PELO CHAMADOR OU PELO CONSOLE QUE O CHAMOU), SO
      *    CONFERE A FUNCAO PEDIDA CONTRA O PERFIL DO OPERADOR.
       ENTRADA.
           MOVE "NAO" TO ACS-RETORNO.
           IF SESSAO-ATIVA EQUAL "NAO"
               PERFORM IDENTIFICA-OPERADOR
               IF SESSAO-ATIVA EQUAL "SIM"
                   MOVE ACS-PROGRAMA TO PROGRAMA-SESSAO.
           IF SESSAO-ATIVA EQUAL "SIM"
               MOVE OPERADOR-SESSAO TO ACS-OPERADOR
               PERFORM CONFERE-FUNCAO
               IF FUNCAO-LIBERADA EQUAL "SIM"
                   MOVE "SIM" TO ACS-RETORNO
                   MOVE "ACESSO PERMITIDO" TO ACAO-LOGOPR
               ELSE
                   DISPLAY "OPERADOR " OPERADOR-SESSAO
                       " SEM PERMISSAO PARA " ACS-FUNCAO
                   MOVE SPACES TO ACAO-LOGOPR
                   STRING "ACESSO NEGADO - PERFIL " DELIMITED BY SIZE
                          PERFIL-SESSAO DELIMITED BY SIZE
                       INTO ACAO-LOGOPR
               END-IF
               MOVE OPERADOR-SESSAO TO OPERADOR-LOGOPR
               PERFORM GRAVA-LOGOPR
           ELSE
               MOVE SPACES TO ACS-OPERADOR.

      *    PEDE CODIGO E SENHA ATE A IDENTIFICACAO DAR CERTO, O
      *    OPERADOR DESISTIR (CODIGO EM BRANCO), O OPERADOR ESTAR
      *    BLOQUEADO OU INATIVO, OU ESGOTAREM AS TENTATIVAS.
       IDENTIFICA-OPERADOR.
           OPEN I-O CADOPR.
           IF FS-CADOPR NOT EQUAL "00"
               MOVE "CADOPR.DAT" TO ERR-ARQUIVO
               MOVE FS-CADOPR    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL."
           ELSE
               MOVE ZEROS TO CONT-TENTATIVAS
               MOVE "NAO" TO FIM-IDENTIFICACAO
               PERFORM PEDE-CREDENCIAIS
                   UNTIL FIM-IDENTIFICACAO EQUAL "SIM"
               CLOSE CADOPR.

       PEDE-CREDENCIAIS.
           ADD 1 TO CONT-TENTATIVAS.
           DISPLAY "OPERADOR (EM BRANCO P/ DESISTIR): ".
           MOVE SPACES TO ID-DIGITADO.
           ACCEPT ID-DIGITADO.
           IF ID-DIGITADO EQUAL SPACES
               MOVE "SIM" TO FIM-IDENTIFICACAO
           ELSE
               DISPLAY "SENHA: "
               MOVE SPACES TO SENHA-DIGITADA
               ACCEPT SENHA-DIGITADA
               MOVE ID-DIGITADO TO ID-OPR
               READ CADOPR
                   INVALID KEY
                       DISPLAY "OPERADOR OU SENHA INVALIDOS."
                       MOVE ID-DIGITADO TO OPERADOR-LOGOPR
                       MOVE "SIGN-ON RECUSADO - CODIGO INEXISTENTE"
                           TO ACAO-LOGOPR
                       PERFORM GRAVA-LOGOPR
                   NOT INVALID KEY
                       PERFORM CONFERE-CREDENCIAL
               END-READ
               IF SESSAO-ATIVA EQUAL "NAO"
                  AND CONT-TENTATIVAS NOT LESS MAX-TENTATIVAS
                   MOVE "SIM" TO FIM-IDENTIFICACAO
               END-IF
           END-IF.

      *    OPERADOR BLOQUEADO OU INATIVO E RECUSADO SEM CONFERIR A
      *    SENHA. SENHA ERRADA SOMA NO CONTADOR DE FALHAS DO CADOPR,
      *    QUE SOBREVIVE ENTRE EXECUCOES: AO CHEGAR AO LIMITE O
      *    OPERADOR E BLOQUEADO. SENHA CERTA ZERA O CONTADOR E ABRE
      *    A SESSAO.
       CONFERE-CREDENCIAL.
           MOVE ID-OPR TO OPERADOR-LOGOPR.
           EVALUATE TRUE
               WHEN BLOQUEADO-OPR EQUAL "S"
                   DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                       "ADMINISTRADOR."
                   MOVE "SIGN-ON RECUSADO - OPERADOR BLOQUEADO"
                       TO ACAO-LOGOPR
                   PERFORM GRAVA-LOGOPR
                   MOVE "SIM" TO FIM-IDENTIFICACAO
               WHEN ATIVO-OPR NOT EQUAL "S"
                   DISPLAY "OPERADOR INATIVO."
                   MOVE "SIGN-ON RECUSADO - OPERADOR INATIVO"
                       TO ACAO-LOGOPR
                   PERFORM GRAVA-LOGOPR
                   MOVE "SIM" TO FIM-IDENTIFICACAO
               WHEN OTHER
                   MOVE ID-OPR         TO ID-HASH
                   MOVE SENHA-DIGITADA TO SENHA-HASH
                   PERFORM CALCULA-HASH
                   IF HASH-CALCULADO EQUAL SENHA-OPR
                       PERFORM ABRE-SESSAO
                   ELSE
                       PERFORM REGISTRA-FALHA
                   END-IF
           END-EVALUATE.

       ABRE-SESSAO.
           MOVE ZEROS        TO FALHAS-OPR.
           MOVE WS-DATA-HOJE TO DATA-ACESSO-OPR.
           REWRITE REG-OPR.
           MOVE "SIM"        TO SESSAO-ATIVA.
           MOVE ID-OPR       TO OPERADOR-SESSAO.
           MOVE PERFIL-OPR   TO PERFIL-SESSAO.
           MOVE "SIM"        TO FIM-IDENTIFICACAO.
           PERFORM CARREGA-FUNCOES.
           DISPLAY "OPERADOR " ID-OPR " - " NOME-OPR.
           MOVE "SIGN-ON" TO ACAO-LOGOPR.
           PERFORM GRAVA-LOGOPR.

       REGISTRA-FALHA.
           ADD 1 TO FALHAS-OPR.
           IF FALHAS-OPR NOT LESS MAX-TENTATIVAS
               MOVE "S" TO BLOQUEADO-OPR
               DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO."
               MOVE "OPERADOR BLOQUEADO POR SENHA INVALIDA"
                   TO ACAO-LOGOPR
               MOVE "CADOPR.DAT" TO ERR-ARQUIVO
               MOVE "92"         TO ERR-STATUS
               MOVE "SIGN-ON"    TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM"        TO FIM-IDENTIFICACAO
           ELSE
               DISPLAY "OPERADOR OU SENHA INVALIDOS."
               MOVE "SIGN-ON RECUSADO - SENHA INVALIDA"
                   TO ACAO-LOGOPR.
           REWRITE REG-OPR.
           PERFORM GRAVA-LOGOPR.

      *    CARREGA AS FUNCOES DO PERFIL DA SESSAO. CADPRF AUSENTE NAO
      *    LIBERA NADA (A OCORRENCIA VAI PARA ERRLOG).
       CARREGA-FUNCOES.
           MOVE ZEROS TO CONT-FUNCOES.
           MOVE "NAO" TO FIM-PRF.
           OPEN INPUT CADPRF.
           IF FS-CADPRF NOT EQUAL "00"
               MOVE "CADPRF.DAT" TO ERR-ARQUIVO
               MOVE FS-CADPRF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
           ELSE
               PERFORM LE-CADPRF
               PERFORM GUARDA-FUNCAO
                   UNTIL FIM-PRF EQUAL "SIM"
               CLOSE CADPRF.

       LE-CADPRF.
           READ CADPRF
               AT END
                   MOVE "SIM" TO FIM-PRF
           END-READ.

       GUARDA-FUNCAO.
           IF PERFIL-PRF EQUAL PERFIL-SESSAO
               IF CONT-FUNCOES LESS 30
                   ADD 1 TO CONT-FUNCOES
                   MOVE FUNCAO-PRF TO FUNCAO-TAB (CONT-FUNCOES)
               ELSE
                   IF LIMITE-PRF-LOGADO EQUAL "NAO"
                       MOVE "CADPRF.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-PRF-LOGADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CADPRF.

       CONFERE-FUNCAO.
           MOVE "NAO" TO FUNCAO-LIBERADA.
           PERFORM VARIA-PROCURA-FUNCAO
               VARYING SUB-FUN FROM 1 BY 1
               UNTIL SUB-FUN GREATER CONT-FUNCOES
                  OR FUNCAO-LIBERADA EQUAL "SIM".

       VARIA-PROCURA-FUNCAO.
           IF FUNCAO-TAB (SUB-FUN) EQUAL ACS-FUNCAO
              OR FUNCAO-TAB (SUB-FUN) EQUAL "TODAS"
               MOVE "SIM" TO FUNCAO-LIBERADA.

      *    A ACAO E GRAVADA COM O OPERADOR DA SESSAO; SEM SESSAO (O
      *    CADASTRO DO PRIMEIRO OPERADOR NO EX69), COM O OPERADOR
      *    INFORMADO PELO CHAMADOR.
       REGISTRO.
           IF SESSAO-ATIVA EQUAL "SIM"
               MOVE OPERADOR-SESSAO TO OPERADOR-LOGOPR
           ELSE
               MOVE ACS-OPERADOR    TO OPERADOR-LOGOPR.
           MOVE ACS-TEXTO TO ACAO-LOGOPR.
           PERFORM GRAVA-LOGOPR.
           MOVE "SIM" TO ACS-RETORNO.

      *    SO O PROGRAMA QUE ABRIU A SESSAO A ENCERRA: UMA FERRAMENTA
      *    CHAMADA PELO CONSOLE VOLTA PARA ELE COM A SESSAO INTACTA.
       SAIDA.
           MOVE "NAO" TO ACS-RETORNO.
           IF SESSAO-ATIVA EQUAL "SIM"
              AND ACS-PROGRAMA EQUAL PROGRAMA-SESSAO
               MOVE OPERADOR-SESSAO TO OPERADOR-LOGOPR
               MOVE "SIGN-OFF"      TO ACAO-LOGOPR
               PERFORM GRAVA-LOGOPR
               MOVE "NAO"    TO SESSAO-ATIVA
               MOVE SPACES   TO OPERADOR-SESSAO
               MOVE SPACES   TO PERFIL-SESSAO
               MOVE SPACES   TO PROGRAMA-SESSAO
               MOVE ZEROS    TO CONT-FUNCOES
               MOVE "SIM"    TO ACS-RETORNO.

      *    DEVOLVE EM ACS-TEXTO (9 PRIMEIRAS POSICOES) O HASH DA SENHA
      *    RECEBIDA EM ACS-TEXTO PARA O OPERADOR ACS-OPERADOR.
       CIFRA.
           MOVE ACS-OPERADOR       TO ID-HASH.
           MOVE ACS-TEXTO (1:12)   TO SENHA-HASH.
           PERFORM CALCULA-HASH.
           MOVE SPACES             TO ACS-TEXTO.
           MOVE HASH-CALCULADO     TO ACS-TEXTO (1:9).
           MOVE "SIM"              TO ACS-RETORNO.

       CALCULA-HASH.
           MOVE ZEROS TO HASH-CALCULADO.
           PERFORM VARIA-PASSADA-HASH
               VARYING CONT-PASSADAS FROM 1 BY 1
               UNTIL CONT-PASSADAS GREATER 2.

       VARIA-PASSADA-HASH.
           PERFORM VARIA-SOMA-HASH
               VARYING SUB-CAR FROM 1 BY 1
               UNTIL SUB-CAR GREATER 20.

       VARIA-SOMA-HASH.
           MOVE "NAO" TO ACHOU-CAR.
           PERFORM VARIA-PROCURA-CAR
               VARYING SUB-ALFA FROM 1 BY 1
               UNTIL SUB-ALFA GREATER 80
                  OR ACHOU-CAR EQUAL "SIM".
           IF ACHOU-CAR EQUAL "SIM"
               SUBTRACT 1 FROM SUB-ALFA
               MOVE SUB-ALFA TO POS-CAR
           ELSE
               MOVE 90 TO POS-CAR.
           COMPUTE HASH-TRAB = HASH-CALCULADO * 131
               + POS-CAR * SUB-CAR + CONT-PASSADAS.
           DIVIDE HASH-TRAB BY 999999937 GIVING QUOC-HASH
               REMAINDER HASH-CALCULADO.

       VARIA-PROCURA-CAR.
           IF CAR-ALFA (SUB-ALFA) EQUAL CAR-HASH (SUB-CAR)
               MOVE "SIM" TO ACHOU-CAR.

      *    GRAVA UMA LINHA NO LOGOPR. O CHAMADOR JA MONTOU O OPERADOR
      *    E A ACAO.
       GRAVA-LOGOPR.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE  TO DATA-LOGOPR.
           MOVE WS-HORA-AGORA TO HORA-LOGOPR.
           MOVE ACS-PROGRAMA  TO PROGRAMA-LOGOPR.
           MOVE ACS-FUNCAO    TO FUNCAO-LOGOPR.
           OPEN EXTEND LOGOPR.
           IF FS-LOGOPR NOT EQUAL "00"
               OPEN OUTPUT LOGOPR.
           WRITE REG-LOGOPR.
           CLOSE LOGOPR.
