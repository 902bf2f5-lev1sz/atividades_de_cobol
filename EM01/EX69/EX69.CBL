       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX69.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CADASTRO DE OPERADORES DAS FERRAMENTAS
      *               INTERATIVAS. MANTEM O CADOPR INDEXADO (CODIGO,
      *               NOME, HASH DA SENHA, PERFIL, SITUACAO ATIVO/
      *               INATIVO, CONTADOR DE FALHAS E BLOQUEIO) QUE O
      *               SUBPROGRAMA ACESSO CONFERE NA IDENTIFICACAO:
      *               INCLUSAO, ALTERACAO DE NOME E PERFIL, ATIVACAO
      *               E DESATIVACAO, DESBLOQUEIO COM REDEFINICAO DA
      *               SENHA E LISTAGEM. O USO EXIGE A FUNCAO
      *               "OPERADOR" NO PERFIL DE QUEM ESTA IDENTIFICADO,
      *               E CADA ACAO FICA NO LOGOPR. COM O CADASTRO
      *               VAZIO (PRIMEIRA INSTALACAO) NAO HA QUEM SE
      *               IDENTIFICAR: O PROGRAMA PEDE SO A INCLUSAO DO
      *               PRIMEIRO OPERADOR, NO PERFIL "ADM".
      *               AS FUNCOES DE CADA PERFIL FICAM NO CADPRF, UMA
      *               LINHA POR PERFIL (3 POSICOES) E FUNCAO (8
      *               POSICOES); "TODAS" LIBERA QUALQUER FUNCAO. AS
      *               FUNCOES CONFERIDAS SAO CONSOLE (EX47), SALARIO
      *               (EX13), HISTSAL (EX32), HISTESC (EX23 PELO
      *               CONSOLE), RESTMEST (EX26), CORRECAO (EX28),
      *               TOTHIS (EX43), RESTARQ (EX44) E OPERADOR (EX69);
      *               APRBCO E CONFERIDA PELO EX15 NO OPERADOR QUE
      *               APROVA A TROCA DE DADOS BANCARIOS.
      *
      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 LLB     CRIACAO DO PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LEVI-PC.
       OBJECT-COMPUTER. LEVI-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MESMA ORGANIZACAO E CHAVE LIDAS PELO ACESSO; O ACESSO
      *    DINAMICO PERMITE A LISTAGEM EM ORDEM DE CODIGO.
           SELECT CADOPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-OPR
           FILE STATUS IS FS-CADOPR.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT LIDO PELO ACESSO.
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

       WORKING-STORAGE SECTION.
       77 FS-CADOPR               PIC X(02).
       77 FIM-OPR                 PIC X(03)   VALUE "NAO".
       77 WS-DATA-HOJE            PIC 9(08).
       77 WS-OPCAO                PIC X(01)   VALUE SPACE.
       77 CADASTRO-VAZIO          PIC X(03)   VALUE "NAO".
       77 ACHOU-OPR               PIC X(03)   VALUE "NAO".
       77 SENHA-VALIDA            PIC X(03)   VALUE "NAO".
       77 OPERADOR-LOGADO         PIC X(08)   VALUE SPACES.
       77 ID-DIGITADO             PIC X(08).
       77 NOME-DIGITADO           PIC X(30).
       77 PERFIL-DIGITADO         PIC X(03).
       77 SENHA-DIGITADA          PIC X(12).
       77 SENHA-CONFIRMA          PIC X(12).
       77 CONT-LISTADOS           PIC 9(05)   VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)   VALUE "EX69".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)   VALUE "NAO".
       77 ACS-OPERACAO            PIC X(08).
       77 ACS-PROGRAMA            PIC X(08)   VALUE "EX69".
       77 ACS-FUNCAO              PIC X(08)   VALUE "OPERADOR".
       77 ACS-OPERADOR            PIC X(08).
       77 ACS-TEXTO               PIC X(40).
       77 ACS-RETORNO             PIC X(03)   VALUE "NAO".

       01 LIN-OPR.
           02 ID-IMP              PIC X(08).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 NOME-IMP            PIC X(30).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 PERFIL-IMP          PIC X(03).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 SITUACAO-IMP        PIC X(09).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 FALHAS-IMP          PIC Z9.
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 DATA-IMP.
              03 DIA-IMP          PIC 9(02).
              03 FILLER           PIC X(01)   VALUE "/".
              03 MES-IMP          PIC 9(02).
              03 FILLER           PIC X(01)   VALUE "/".
              03 ANO-IMP          PIC 9(04).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           IF CADASTRO-VAZIO EQUAL "SIM"
               PERFORM INCLUI-PRIMEIRO
           ELSE
               PERFORM IDENTIFICA
               IF ACS-RETORNO EQUAL "SIM"
                   PERFORM ABRE-CADOPR
               END-IF
               IF ACS-RETORNO EQUAL "SIM"
                  AND ABORTAR-JOB NOT EQUAL "SIM"
                   PERFORM MENU-LOOP
                       UNTIL WS-OPCAO EQUAL "0"
                          OR ABORTAR-JOB EQUAL "SIM"
                   CLOSE CADOPR
               END-IF
           END-IF
       END-IF.
       PERFORM TERMINO.
       GOBACK.

      *    CRIA O CADOPR NA PRIMEIRA EXECUCAO E VERIFICA SE HA ALGUM
      *    OPERADOR CADASTRADO. O ARQUIVO E FECHADO EM SEGUIDA PARA O
      *    ACESSO PODER ABRI-LO NA IDENTIFICACAO.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CADOPR.
           IF FS-CADOPR EQUAL "35"
               OPEN OUTPUT CADOPR
               CLOSE CADOPR
               OPEN I-O CADOPR.
           IF FS-CADOPR NOT EQUAL "00"
               MOVE "CADOPR.DAT" TO ERR-ARQUIVO
               MOVE FS-CADOPR    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               MOVE LOW-VALUES TO ID-OPR
               START CADOPR KEY NOT LESS ID-OPR
                   INVALID KEY
                       MOVE "SIM" TO CADASTRO-VAZIO
               END-START
               CLOSE CADOPR.

       ABRE-CADOPR.
           OPEN I-O CADOPR.
           IF FS-CADOPR NOT EQUAL "00"
               MOVE "CADOPR.DAT" TO ERR-ARQUIVO
               MOVE FS-CADOPR    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       IDENTIFICA.
           MOVE "ENTRADA" TO ACS-OPERACAO.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.
           MOVE ACS-OPERADOR TO OPERADOR-LOGADO.

      *    CADASTRO VAZIO: INCLUSAO DO PRIMEIRO OPERADOR, SEMPRE NO
      *    PERFIL "ADM", SEM IDENTIFICACAO (NAO HA QUEM IDENTIFICAR).
       INCLUI-PRIMEIRO.
           DISPLAY "CADASTRO DE OPERADORES VAZIO - INCLUSAO DO "
               "PRIMEIRO ADMINISTRADOR (PERFIL ADM).".
           PERFORM ABRE-CADOPR.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               MOVE "ADM" TO PERFIL-DIGITADO
               PERFORM PEDE-NOVO-OPERADOR
               CLOSE CADOPR.

      *    MENU DO CADASTRO, NOS MOLDES DO CONSOLE EX47.
       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "1 - INCLUIR OPERADOR".
           DISPLAY "2 - ALTERAR NOME E PERFIL".
           DISPLAY "3 - ATIVAR OU DESATIVAR".
           DISPLAY "4 - DESBLOQUEAR E REDEFINIR A SENHA".
           DISPLAY "5 - LISTAR OPERADORES".
           DISPLAY "0 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   MOVE SPACES TO PERFIL-DIGITADO
                   PERFORM PEDE-NOVO-OPERADOR
               WHEN "2"
                   PERFORM ALTERA-OPERADOR
               WHEN "3"
                   PERFORM ALTERNA-SITUACAO
               WHEN "4"
                   PERFORM REDEFINE-SENHA
               WHEN "5"
                   PERFORM LISTA-OPERADORES
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *    INCLUSAO: CODIGO NOVO, NOME, PERFIL (JA PREENCHIDO NA
      *    INCLUSAO DO PRIMEIRO ADMINISTRADOR) E SENHA INICIAL
      *    DIGITADA DUAS VEZES. O OPERADOR NASCE ATIVO E SEM FALHAS.
       PEDE-NOVO-OPERADOR.
           DISPLAY "CODIGO DO NOVO OPERADOR: ".
           MOVE SPACES TO ID-DIGITADO.
           ACCEPT ID-DIGITADO.
           PERFORM PROCURA-OPERADOR.
           IF ID-DIGITADO EQUAL SPACES
               DISPLAY "CODIGO EM BRANCO - INCLUSAO CANCELADA."
           ELSE
               IF ACHOU-OPR EQUAL "SIM"
                   DISPLAY "OPERADOR JA CADASTRADO: " ID-DIGITADO
               ELSE
                   PERFORM COMPLETA-NOVO-OPERADOR
               END-IF
           END-IF.

       COMPLETA-NOVO-OPERADOR.
           DISPLAY "NOME: ".
           MOVE SPACES TO NOME-DIGITADO.
           ACCEPT NOME-DIGITADO.
           IF PERFIL-DIGITADO EQUAL SPACES
               DISPLAY "PERFIL: "
               ACCEPT PERFIL-DIGITADO.
           PERFORM PEDE-SENHA.
           IF PERFIL-DIGITADO EQUAL SPACES
               DISPLAY "PERFIL EM BRANCO - INCLUSAO CANCELADA."
           ELSE
               IF SENHA-VALIDA EQUAL "SIM"
                   MOVE ID-DIGITADO     TO ID-OPR
                   MOVE NOME-DIGITADO   TO NOME-OPR
                   MOVE ACS-TEXTO (1:9) TO SENHA-OPR
                   MOVE PERFIL-DIGITADO TO PERFIL-OPR
                   MOVE "S"             TO ATIVO-OPR
                   MOVE ZEROS           TO FALHAS-OPR
                   MOVE "N"             TO BLOQUEADO-OPR
                   MOVE WS-DATA-HOJE    TO DATA-SENHA-OPR
                   MOVE ZEROS           TO DATA-ACESSO-OPR
                   WRITE REG-OPR
                       INVALID KEY
                           DISPLAY "FALHA NA INCLUSAO DE " ID-OPR
                       NOT INVALID KEY
                           DISPLAY "OPERADOR " ID-OPR " INCLUIDO."
                           MOVE SPACES TO ACS-TEXTO
                           STRING "INCLUSAO " DELIMITED BY SIZE
                                  ID-OPR DELIMITED BY SIZE
                                  " PERFIL " DELIMITED BY SIZE
                                  PERFIL-OPR DELIMITED BY SIZE
                               INTO ACS-TEXTO
                           PERFORM REGISTRA-ACAO
                   END-WRITE
               END-IF
           END-IF.

      *    ALTERACAO: NOME OU PERFIL EM BRANCO MANTEM O ATUAL.
       ALTERA-OPERADOR.
           PERFORM PEDE-OPERADOR-EXISTENTE.
           IF ACHOU-OPR EQUAL "SIM"
               DISPLAY "NOME ATUAL: " NOME-OPR
               DISPLAY "NOVO NOME (EM BRANCO MANTEM): "
               MOVE SPACES TO NOME-DIGITADO
               ACCEPT NOME-DIGITADO
               DISPLAY "PERFIL ATUAL: " PERFIL-OPR
               DISPLAY "NOVO PERFIL (EM BRANCO MANTEM): "
               MOVE SPACES TO PERFIL-DIGITADO
               ACCEPT PERFIL-DIGITADO
               IF NOME-DIGITADO NOT EQUAL SPACES
                   MOVE NOME-DIGITADO TO NOME-OPR
               END-IF
               IF PERFIL-DIGITADO NOT EQUAL SPACES
                   MOVE PERFIL-DIGITADO TO PERFIL-OPR
               END-IF
               REWRITE REG-OPR
               PERFORM CONFERE-GRAVACAO
               IF FS-CADOPR EQUAL "00"
                   DISPLAY "OPERADOR " ID-OPR " ALTERADO."
                   MOVE SPACES TO ACS-TEXTO
                   STRING "ALTERACAO " DELIMITED BY SIZE
                          ID-OPR DELIMITED BY SIZE
                          " PERFIL " DELIMITED BY SIZE
                          PERFIL-OPR DELIMITED BY SIZE
                       INTO ACS-TEXTO
                   PERFORM REGISTRA-ACAO
               END-IF.

      *    ATIVACAO/DESATIVACAO. O OPERADOR IDENTIFICADO NAO PODE
      *    DESATIVAR A SI MESMO (FICARIA SEM QUEM O REATIVASSE).
       ALTERNA-SITUACAO.
           PERFORM PEDE-OPERADOR-EXISTENTE.
           IF ACHOU-OPR EQUAL "SIM"
               IF ID-OPR EQUAL OPERADOR-LOGADO
                   DISPLAY "NAO E PERMITIDO DESATIVAR O PROPRIO "
                       "OPERADOR."
               ELSE
                   MOVE SPACES TO ACS-TEXTO
                   IF ATIVO-OPR EQUAL "S"
                       MOVE "N" TO ATIVO-OPR
                       STRING "DESATIVACAO " DELIMITED BY SIZE
                              ID-OPR DELIMITED BY SIZE
                           INTO ACS-TEXTO
                   ELSE
                       MOVE "S" TO ATIVO-OPR
                       STRING "ATIVACAO " DELIMITED BY SIZE
                              ID-OPR DELIMITED BY SIZE
                           INTO ACS-TEXTO
                   END-IF
                   REWRITE REG-OPR
                   PERFORM CONFERE-GRAVACAO
                   IF FS-CADOPR EQUAL "00"
                       DISPLAY ACS-TEXTO
                       PERFORM REGISTRA-ACAO
                   END-IF
               END-IF
           END-IF.

      *    DESBLOQUEIO: A SENHA E SEMPRE REDEFINIDA JUNTO, PARA QUE
      *    QUEM ERROU A SENHA (OU QUEM TENTOU ADIVINHA-LA) NAO VOLTE
      *    A TER ACESSO SEM PASSAR PELO ADMINISTRADOR.
       REDEFINE-SENHA.
           PERFORM PEDE-OPERADOR-EXISTENTE.
           IF ACHOU-OPR EQUAL "SIM"
               PERFORM PEDE-SENHA
               IF SENHA-VALIDA EQUAL "SIM"
                   MOVE ACS-TEXTO (1:9) TO SENHA-OPR
                   MOVE ZEROS           TO FALHAS-OPR
                   MOVE "N"             TO BLOQUEADO-OPR
                   MOVE WS-DATA-HOJE    TO DATA-SENHA-OPR
                   REWRITE REG-OPR
                   PERFORM CONFERE-GRAVACAO
                   IF FS-CADOPR EQUAL "00"
                       DISPLAY "SENHA DE " ID-OPR " REDEFINIDA."
                       MOVE SPACES TO ACS-TEXTO
                       STRING "SENHA REDEFINIDA " DELIMITED BY SIZE
                              ID-OPR DELIMITED BY SIZE
                           INTO ACS-TEXTO
                       PERFORM REGISTRA-ACAO
                   END-IF
               END-IF
           END-IF.

      *    REGRAVACAO DO CADOPR RECUSADA: REGISTRA NO ERRLOG E ENCERRA
      *    O CADASTRO.
       CONFERE-GRAVACAO.
           IF FS-CADOPR NOT EQUAL "00"
               MOVE "CADOPR.DAT" TO ERR-ARQUIVO
               MOVE FS-CADOPR    TO ERR-STATUS
               MOVE "REWRITE"    TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       LISTA-OPERADORES.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "NAO" TO FIM-OPR.
           MOVE LOW-VALUES TO ID-OPR.
           START CADOPR KEY NOT LESS ID-OPR
               INVALID KEY
                   MOVE "SIM" TO FIM-OPR
           END-START.
           DISPLAY "CODIGO   NOME                           PRF "
               "SITUACAO  FL ULT.ACESSO".
           PERFORM LE-CADOPR.
           PERFORM EXIBE-OPERADOR
               UNTIL FIM-OPR EQUAL "SIM".
           DISPLAY CONT-LISTADOS " OPERADOR(ES).".
           MOVE "LISTAGEM DO CADASTRO" TO ACS-TEXTO.
           PERFORM REGISTRA-ACAO.

       LE-CADOPR.
           READ CADOPR NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-OPR
           END-READ.

       EXIBE-OPERADOR.
           ADD 1 TO CONT-LISTADOS.
           MOVE ID-OPR     TO ID-IMP.
           MOVE NOME-OPR   TO NOME-IMP.
           MOVE PERFIL-OPR TO PERFIL-IMP.
           IF BLOQUEADO-OPR EQUAL "S"
               MOVE "BLOQUEADO" TO SITUACAO-IMP
           ELSE
               IF ATIVO-OPR EQUAL "S"
                   MOVE "ATIVO"     TO SITUACAO-IMP
               ELSE
                   MOVE "INATIVO"   TO SITUACAO-IMP.
           MOVE FALHAS-OPR            TO FALHAS-IMP.
           MOVE DATA-ACESSO-OPR (7:2) TO DIA-IMP.
           MOVE DATA-ACESSO-OPR (5:2) TO MES-IMP.
           MOVE DATA-ACESSO-OPR (1:4) TO ANO-IMP.
           DISPLAY LIN-OPR.
           PERFORM LE-CADOPR.

       PEDE-OPERADOR-EXISTENTE.
           DISPLAY "CODIGO DO OPERADOR: ".
           MOVE SPACES TO ID-DIGITADO.
           ACCEPT ID-DIGITADO.
           PERFORM PROCURA-OPERADOR.
           IF ACHOU-OPR EQUAL "NAO"
               DISPLAY "OPERADOR NAO CADASTRADO: " ID-DIGITADO.

       PROCURA-OPERADOR.
           MOVE "NAO" TO ACHOU-OPR.
           IF ID-DIGITADO NOT EQUAL SPACES
               MOVE ID-DIGITADO TO ID-OPR
               READ CADOPR
                   INVALID KEY
                       MOVE "NAO" TO ACHOU-OPR
                   NOT INVALID KEY
                       MOVE "SIM" TO ACHOU-OPR
               END-READ.

      *    SENHA DE 6 A 12 POSICOES, DIGITADA DUAS VEZES. A SENHA
      *    ACEITA SAI DAQUI JA CIFRADA PELO ACESSO EM ACS-TEXTO, COM
      *    O CODIGO DO OPERADOR NA CONTA.
       PEDE-SENHA.
           MOVE "NAO" TO SENHA-VALIDA.
           DISPLAY "SENHA (6 A 12 POSICOES): ".
           MOVE SPACES TO SENHA-DIGITADA.
           ACCEPT SENHA-DIGITADA.
           DISPLAY "CONFIRME A SENHA: ".
           MOVE SPACES TO SENHA-CONFIRMA.
           ACCEPT SENHA-CONFIRMA.
           IF SENHA-DIGITADA (6:1) EQUAL SPACE
               DISPLAY "SENHA CURTA - MINIMO DE 6 POSICOES."
           ELSE
               IF SENHA-DIGITADA NOT EQUAL SENHA-CONFIRMA
                   DISPLAY "AS SENHAS NAO CONFEREM."
               ELSE
                   MOVE "SIM"          TO SENHA-VALIDA
                   MOVE "CIFRA"        TO ACS-OPERACAO
                   MOVE ID-DIGITADO    TO ACS-OPERADOR
                   MOVE SPACES         TO ACS-TEXTO
                   MOVE SENHA-DIGITADA TO ACS-TEXTO
                   CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA
                       ACS-FUNCAO ACS-OPERADOR ACS-TEXTO ACS-RETORNO
                   MOVE SPACES         TO SENHA-DIGITADA
                   MOVE SPACES         TO SENHA-CONFIRMA
               END-IF
           END-IF.

      *    GRAVA A ACAO NO LOGOPR. NA INCLUSAO DO PRIMEIRO OPERADOR
      *    NAO HA SESSAO E A ACAO FICA EM NOME DO PROPRIO INCLUIDO.
       REGISTRA-ACAO.
           MOVE "REGISTRO" TO ACS-OPERACAO.
           IF OPERADOR-LOGADO EQUAL SPACES
               MOVE ID-DIGITADO     TO ACS-OPERADOR
           ELSE
               MOVE OPERADOR-LOGADO TO ACS-OPERADOR.
           CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA ACS-FUNCAO
               ACS-OPERADOR ACS-TEXTO ACS-RETORNO.

       TERMINO.
           IF OPERADOR-LOGADO NOT EQUAL SPACES
               MOVE "SAIDA" TO ACS-OPERACAO
               CALL "ACESSO" USING ACS-OPERACAO ACS-PROGRAMA
                   ACS-FUNCAO ACS-OPERADOR ACS-TEXTO ACS-RETORNO.
