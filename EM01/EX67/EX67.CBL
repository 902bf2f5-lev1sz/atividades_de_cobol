       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX67.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       MANUTENCAO DA LISTA DE RETENCAO DE PAGAMENTOS.
      *               EXECUTADO PELO JOB MESTRE ANTES DO EX36, APLICA
      *               AS TRANSACOES DO CADMBQ NO MESTRE INDEXADO
      *               CADBLQ (CHAVE CODIGO DO FUNCIONARIO): "I" INCLUI
      *               (OU REATIVA) A RETENCAO COM MOTIVO, SOLICITANTE
      *               E DATA LIMITE (ZEROS = ATE A LIBERACAO), "A"
      *               ALTERA UMA RETENCAO ATIVA E "L" LIBERA, COM O
      *               RESPONSAVEL PELA LIBERACAO. ENQUANTO A RETENCAO
      *               ESTA ATIVA E DENTRO DA DATA LIMITE, O EX36
      *               DESVIA OS CREDITOS DO FUNCIONARIO PARA O ARQUIVO
      *               DE PAGAMENTOS RETIDOS CADPRT; LIBERADA OU
      *               VENCIDA, OS RETIDOS SAEM NA REMESSA SEGUINTE. O
      *               RESULTADO DE CADA TRANSACAO SAI NO RELMBQ.
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
      *    MESTRE DA LISTA DE RETENCAO.
           SELECT CADBLQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-BLQ
           FILE STATUS IS FS-CADBLQ.
      *    TRANSACOES DE MANUTENCAO (OPCIONAL).
           SELECT CADMBQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMBQ.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELMBQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMBQ.
           SELECT CTL67 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL67.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT LIDO PELO EX36. SITUACAO "A" = ATIVA,
      *    "L" = LIBERADA (MANTIDA COMO HISTORICO DA RETENCAO).
       FD CADBLQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBLQ.DAT".

       01 REG-BLQ.
           02 COD-BLQ             PIC 9(05).
           02 MOTIVO-BLQ          PIC X(30).
           02 SOLIC-BLQ           PIC X(20).
           02 DATA-INI-BLQ        PIC 9(08).
           02 DATA-ATE-BLQ        PIC 9(08).
           02 SITUACAO-BLQ        PIC X(01).
           02 DATA-LIB-BLQ        PIC 9(08).
           02 RESP-LIB-BLQ        PIC X(20).

      *    NA LIBERACAO, SOLIC-MBQ E O RESPONSAVEL PELA LIBERACAO. A
      *    DATA LIMITE EM X PARA ACEITAR BRANCO E SER CONFERIDA.
       FD CADMBQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMBQ.DAT".

       01 REG-MBQ.
           02 COD-MBQ             PIC 9(05).
           02 OPER-MBQ            PIC X(01).
           02 MOTIVO-MBQ          PIC X(30).
           02 SOLIC-MBQ           PIC X(20).
           02 DATA-ATE-MBQ-X      PIC X(08).
           02 DATA-ATE-MBQ REDEFINES DATA-ATE-MBQ-X PIC 9(08).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    RESULTADO DAS TRANSACOES.
       FD RELMBQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMBQ.DAT".

       01 LINHA-MBQ               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL67
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL67.DAT".

       01 REG-CTL67.
           02 QTD-TRANS-CTL       PIC 9(07).
           02 QTD-ACEITAS-CTL     PIC 9(07).
           02 QTD-REJ-CTL         PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADBLQ               PIC X(02).
       77 FS-CADMBQ               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELMBQ               PIC X(02).
       77 FS-CTL67                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 FIM-MBQ                 PIC X(03)       VALUE "NAO".
       77 TEM-CADMBQ              PIC X(03)       VALUE "NAO".
       77 ACHOU-BLQ               PIC X(03)       VALUE "NAO".
       77 MOTIVO                  PIC X(40).
       77 CONT-TRANS              PIC 9(07)       VALUE ZEROS.
       77 CONT-ACEITAS            PIC 9(07)       VALUE ZEROS.
       77 CONT-REJ                PIC 9(07)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX67".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-MBQ.
           02 COD-MBQ-IMP         PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 OPER-MBQ-IMP        PIC X(01).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 SOLIC-MBQ-IMP       PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DATA-ATE-MBQ-IMP    PIC X(08).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 RESULTADO-MBQ-IMP   PIC X(40).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
          AND TEM-CADMBQ EQUAL "SIM"
           PERFORM LE-CADMBQ
           PERFORM APLICA-TRANSACAO
               UNTIL FIM-MBQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           OPEN OUTPUT RELMBQ
                OUTPUT CTL67.
           PERFORM ABRE-CADBLQ.
      *    O CADMBQ E OPCIONAL: SEM TRANSACOES O MESTRE FICA COMO ESTA.
           OPEN INPUT CADMBQ.
           IF FS-CADMBQ EQUAL "00"
               MOVE "SIM" TO TEM-CADMBQ.
           PERFORM VERIFICA-ABERTURA.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, VALE A DATA DO
      *    SISTEMA.
       LE-DATA-PROC.
           MOVE ZEROS TO WS-DATA-ARQ.
           OPEN INPUT CADDAT.
           IF FS-CADDAT EQUAL "00"
               READ CADDAT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATA-PROC-DAT TO WS-DATA-ARQ
               END-READ
               CLOSE CADDAT.
           IF WS-DATA-ARQ EQUAL ZEROS
               ACCEPT WS-DATA-ARQ FROM DATE YYYYMMDD.

      *    CRIA O CADBLQ NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADDEF DO EX61.
       ABRE-CADBLQ.
           OPEN I-O CADBLQ.
           IF FS-CADBLQ EQUAL "35"
               OPEN OUTPUT CADBLQ
               CLOSE CADBLQ
               OPEN I-O CADBLQ.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADBLQ NOT EQUAL "00"
               MOVE "CADBLQ.DAT" TO ERR-ARQUIVO
               MOVE FS-CADBLQ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELMBQ NOT EQUAL "00"
               MOVE "RELMBQ.DAT" TO ERR-ARQUIVO
               MOVE FS-RELMBQ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL67 NOT EQUAL "00"
               MOVE "CTL67.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL67     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       LE-CADMBQ.
           READ CADMBQ
               AT END
                   MOVE "SIM" TO FIM-MBQ
           END-READ.

       APLICA-TRANSACAO.
           ADD 1 TO CONT-TRANS.
           MOVE SPACES  TO MOTIVO.
           MOVE COD-MBQ TO COD-BLQ.
           MOVE "SIM" TO ACHOU-BLQ.
           READ CADBLQ
               INVALID KEY
                   MOVE "NAO" TO ACHOU-BLQ
           END-READ.
           EVALUATE OPER-MBQ
               WHEN "I"
                   PERFORM INCLUI-RETENCAO
               WHEN "A"
                   PERFORM ALTERA-RETENCAO
               WHEN "L"
                   PERFORM LIBERA-RETENCAO
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO EQUAL SPACES
               PERFORM CONFERE-GRAVACAO
               ADD 1 TO CONT-ACEITAS
               EVALUATE OPER-MBQ
                   WHEN "I"
                       MOVE "RETENCAO INCLUIDA" TO MOTIVO
                   WHEN "A"
                       MOVE "RETENCAO ALTERADA" TO MOTIVO
                   WHEN OTHER
                       MOVE "RETENCAO LIBERADA" TO MOTIVO
               END-EVALUATE
           ELSE
               ADD 1 TO CONT-REJ
           END-IF.
           PERFORM IMPRIME-TRANSACAO.
           PERFORM LE-CADMBQ.

      *    INCLUSAO: MOTIVO E SOLICITANTE OBRIGATORIOS. UMA RETENCAO
      *    JA LIBERADA DO MESMO FUNCIONARIO E REATIVADA COM OS DADOS
      *    NOVOS; UMA ATIVA RECUSA A TRANSACAO.
       INCLUI-RETENCAO.
           IF ACHOU-BLQ EQUAL "SIM"
              AND SITUACAO-BLQ EQUAL "A"
               MOVE "RETENCAO JA ATIVA" TO MOTIVO
           ELSE
               IF MOTIVO-MBQ EQUAL SPACES
                   MOVE "MOTIVO DA RETENCAO OBRIGATORIO" TO MOTIVO
               END-IF
               IF MOTIVO EQUAL SPACES
                  AND SOLIC-MBQ EQUAL SPACES
                   MOVE "SOLICITANTE OBRIGATORIO" TO MOTIVO
               END-IF
               IF MOTIVO EQUAL SPACES
                   MOVE SPACES      TO REG-BLQ
                   MOVE COD-MBQ     TO COD-BLQ
                   MOVE MOTIVO-MBQ  TO MOTIVO-BLQ
                   MOVE SOLIC-MBQ   TO SOLIC-BLQ
                   MOVE WS-DATA-ARQ TO DATA-INI-BLQ
                   MOVE ZEROS       TO DATA-ATE-BLQ DATA-LIB-BLQ
                   MOVE "A"         TO SITUACAO-BLQ
                   PERFORM MOVE-DATA-LIMITE
               END-IF
               IF MOTIVO EQUAL SPACES
                   IF ACHOU-BLQ EQUAL "SIM"
                       REWRITE REG-BLQ
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE REG-BLQ
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      *    ALTERACAO DE RETENCAO ATIVA: SO OS CAMPOS PREENCHIDOS MUDAM.
       ALTERA-RETENCAO.
           IF ACHOU-BLQ EQUAL "NAO"
              OR SITUACAO-BLQ NOT EQUAL "A"
               MOVE "RETENCAO NAO ATIVA" TO MOTIVO
           ELSE
               IF MOTIVO-MBQ NOT EQUAL SPACES
                   MOVE MOTIVO-MBQ TO MOTIVO-BLQ
               END-IF
               IF SOLIC-MBQ NOT EQUAL SPACES
                   MOVE SOLIC-MBQ TO SOLIC-BLQ
               END-IF
               PERFORM MOVE-DATA-LIMITE
               IF MOTIVO EQUAL SPACES
                   REWRITE REG-BLQ
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *    LIBERACAO: A RETENCAO FICA NO MESTRE COMO LIBERADA, COM A
      *    DATA E O RESPONSAVEL. OS CREDITOS RETIDOS SAEM NA PROXIMA
      *    REMESSA DA FOLHA.
       LIBERA-RETENCAO.
           IF ACHOU-BLQ EQUAL "NAO"
              OR SITUACAO-BLQ NOT EQUAL "A"
               MOVE "RETENCAO NAO ATIVA" TO MOTIVO
           ELSE
               IF SOLIC-MBQ EQUAL SPACES
                   MOVE "RESPONSAVEL PELA LIBERACAO OBRIGATORIO"
                       TO MOTIVO
               ELSE
                   MOVE "L"         TO SITUACAO-BLQ
                   MOVE WS-DATA-ARQ TO DATA-LIB-BLQ
                   MOVE SOLIC-MBQ   TO RESP-LIB-BLQ
                   REWRITE REG-BLQ
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *    DATA LIMITE INFORMADA: NUMERICA E NAO ANTERIOR A DATA DE
      *    PROCESSAMENTO. EM BRANCO MANTEM A ATUAL (ZEROS NA INCLUSAO).
       MOVE-DATA-LIMITE.
           IF DATA-ATE-MBQ-X NOT EQUAL SPACES
               IF DATA-ATE-MBQ-X IS NUMERIC
                   IF DATA-ATE-MBQ EQUAL ZEROS
                      OR DATA-ATE-MBQ NOT LESS WS-DATA-ARQ
                       MOVE DATA-ATE-MBQ TO DATA-ATE-BLQ
                   ELSE
                       MOVE "DATA LIMITE JA VENCIDA" TO MOTIVO
                   END-IF
               ELSE
                   MOVE "DATA LIMITE INVALIDA" TO MOTIVO.

       CONFERE-GRAVACAO.
           IF FS-CADBLQ NOT EQUAL "00"
               MOVE "CADBLQ.DAT" TO ERR-ARQUIVO
               MOVE FS-CADBLQ    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       IMPRIME-TRANSACAO.
           MOVE COD-MBQ        TO COD-MBQ-IMP.
           MOVE OPER-MBQ       TO OPER-MBQ-IMP.
           MOVE SOLIC-MBQ      TO SOLIC-MBQ-IMP.
           MOVE DATA-ATE-MBQ-X TO DATA-ATE-MBQ-IMP.
           MOVE MOTIVO         TO RESULTADO-MBQ-IMP.
           MOVE LIN-MBQ        TO LINHA-MBQ.
           WRITE LINHA-MBQ.

       GERA-RELATORIO-CTL.
           MOVE CONT-TRANS   TO QTD-TRANS-CTL.
           MOVE CONT-ACEITAS TO QTD-ACEITAS-CTL.
           MOVE CONT-REJ     TO QTD-REJ-CTL.
           WRITE REG-CTL67.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           IF TEM-CADMBQ EQUAL "SIM"
               CLOSE CADMBQ.
           CLOSE CADBLQ
                 RELMBQ
                 CTL67.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
