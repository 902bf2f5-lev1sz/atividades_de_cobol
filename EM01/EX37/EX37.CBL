      *                     GATILHO EX08-OK DO EX10), UMA TRILHA VELHA
      *                     PRODUZIA UM DIARIO BALANCEADO E SELADO DA
      *                     NOITE ERRADA.
      *  15/10/2026 LLB     PROVENTOS VARIAVEIS DO CADVRV_AAAAMMDD.DAT
      *                     (EX63, SELADO E OPCIONAL): UM DEBITO POR
      *                     RUBRICA NA CONTA DA CHAVE "PV" + CODIGO DA
      *                     RUBRICA DO CADCTA, SOMADO AO CREDITO DE
      *                     SALARIOS A PAGAR E A CONFERENCIA DO BALANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LCTCTB ASSIGN TO WS-NOME-LCTCTB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LCTCTB.
      *    PROVENTOS VARIAVEIS DO DIA, GRAVADOS E SELADOS PELO EX63.
      *    OPCIONAL: AUSENTE, SO O REAJUSTE E LANCADO.
           SELECT CADVRV ASSIGN TO WS-NOME-CADVRV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVRV.

       DATA DIVISION.
       FILE SECTION.

      *    UM REGISTRO POR CONTA: A CHAVE E O CENTRO DE CUSTO DO
      *    CADFUN, OU UMA DAS CHAVES RESERVADAS "BONUS" (DESPESA DE
      *    BONUS) E "SALPG" (SALARIOS A PAGAR), OU "PV" SEGUIDO DO
      *    CODIGO DA RUBRICA DE PROVENTO VARIAVEL DO CADRUB.
       FD CADCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCTA.DAT".
           02 QTD-SELO-T          PIC 9(07).
           02 HASH-SELO-T         PIC 9(11)V99.

      *    MESMO LAYOUT GRAVADO PELO EX63.
       FD CADVRV
           LABEL RECORD ARE STANDARD.

       01 REG-VRV.
           02 COD-VRV             PIC 9(05).
           02 PERIODO-VRV         PIC 9(06).
           02 RUB-VRV             PIC X(03).
           02 DESCR-VRV           PIC X(20).
           02 INCIDE-VRV          PIC X(01).
           02 QTD-VRV             PIC 9(03)V99.
           02 VALOR-VRV           PIC 9(07)V99.
           02 DEP-VRV             PIC X(05).

       01 REG-SELO-HV.
           02 TIPO-SELO-HV        PIC X(03).
           02 PROG-SELO-HV        PIC X(08).
           02 DATA-SELO-HV        PIC 9(08).
       01 REG-SELO-TV.
           02 TIPO-SELO-TV        PIC X(03).
           02 QTD-SELO-TV         PIC 9(07).
           02 HASH-SELO-TV        PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADAUD               PIC X(02).
       77 FS-CADSAI               PIC X(02).
       77 TOT-DEBITOS             PIC 9(11)V99    VALUE ZEROS.
       77 CONT-LANCAMENTOS        PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH               PIC 9(11)V99    VALUE ZEROS.
      *    TOTAIS DOS PROVENTOS VARIAVEIS POR RUBRICA.
       77 FS-CADVRV               PIC X(02).
       77 WS-NOME-CADVRV          PIC X(30).
       77 FIM-VRV                 PIC X(03)       VALUE "NAO".
       77 TRL-VRV-VISTO           PIC X(03)       VALUE "NAO".
       77 VRV-QTD-LIDA            PIC 9(07)       VALUE ZEROS.
       77 VRV-HASH-LIDA           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-RUBS               PIC 9(02)       VALUE ZEROS.
       77 SUB-RUB                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-RUB               PIC X(03)       VALUE "NAO".
       77 LIMITE-RUB-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-RUBS.
           02 RUB-ITEM OCCURS 50 TIMES.
              03 CHAVE-RUB.
                 04 PREFIXO-RUB    PIC X(02).
                 04 COD-RUB        PIC X(03).
              03 TOT-RUB           PIC 9(11)V99.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX37".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
          AND TRL-VISTO EQUAL "NAO"
           PERFORM LOGA-SELO-AUSENTE
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM ACUMULA-VARIAVEIS
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CONFERE-CONTAS
       END-IF.
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADSAI.
           MOVE SPACES TO WS-NOME-CADVRV.
           STRING "CADVRV_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADVRV.
           PERFORM CARREGA-CONTAS.
           OPEN INPUT CADAUD
                INPUT CADSAI.
               END-IF
           END-IF.

      *    SOMA OS PROVENTOS VARIAVEIS DO DIA POR RUBRICA. O CADVRV E
      *    OPCIONAL (STATUS 35 = SEM PROVENTOS VARIAVEIS); PRESENTE,
      *    PRECISA DO SELO DO EX63 INTEIRO, COMO O CADSAI, PARA QUE UM
      *    ARQUIVO TRUNCADO NAO GERE UM DIARIO PARCIAL BALANCEADO.
       ACUMULA-VARIAVEIS.
           OPEN INPUT CADVRV.
           IF FS-CADVRV EQUAL "00"
               PERFORM VERIFICA-SELO-CADVRV
               PERFORM SOMA-VARIAVEL
                   UNTIL FIM-VRV EQUAL "SIM"
                      OR ABORTAR-JOB EQUAL "SIM"
               CLOSE CADVRV
           ELSE
               IF FS-CADVRV NOT EQUAL "35"
                   MOVE "CADVRV.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADVRV    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               END-IF
           END-IF.

       VERIFICA-SELO-CADVRV.
           READ CADVRV
               AT END
                   MOVE "95" TO ERR-STATUS
                   PERFORM LOGA-SELO-CADVRV
               NOT AT END
                   IF TIPO-SELO-HV NOT EQUAL "HDR"
                       MOVE "95" TO ERR-STATUS
                       PERFORM LOGA-SELO-CADVRV
                   ELSE
                       IF DATA-SELO-HV NOT EQUAL WS-DATA-ARQ
                           MOVE "96" TO ERR-STATUS
                           PERFORM LOGA-SELO-CADVRV
                       END-IF
                   END-IF
           END-READ.

       LOGA-SELO-CADVRV.
           MOVE "SIM"        TO FIM-VRV.
           MOVE "CADVRV.DAT" TO ERR-ARQUIVO.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       SOMA-VARIAVEL.
           READ CADVRV
               AT END
                   IF TRL-VRV-VISTO EQUAL "NAO"
                       MOVE "95" TO ERR-STATUS
                       PERFORM LOGA-SELO-CADVRV
                   END-IF
                   MOVE "SIM" TO FIM-VRV
               NOT AT END
                   IF TIPO-SELO-TV EQUAL "TRL"
                       MOVE "SIM" TO TRL-VRV-VISTO
                       MOVE "SIM" TO FIM-VRV
                       IF QTD-SELO-TV NOT EQUAL VRV-QTD-LIDA
                          OR HASH-SELO-TV NOT EQUAL VRV-HASH-LIDA
                           MOVE "97" TO ERR-STATUS
                           PERFORM LOGA-SELO-CADVRV
                       END-IF
                   ELSE
                       ADD 1 TO VRV-QTD-LIDA
                       ADD VALOR-VRV TO VRV-HASH-LIDA
                       PERFORM PROCURA-RUB
                       IF ACHOU-RUB EQUAL "SIM"
                           ADD VALOR-VRV TO TOT-RUB (SUB-RUB)
                       END-IF
                       ADD VALOR-VRV TO TOT-CREDITO
                   END-IF
           END-READ.

       PROCURA-RUB.
           MOVE "NAO" TO ACHOU-RUB.
           PERFORM VARIA-PROCURA-RUB
               VARYING SUB-RUB FROM 1 BY 1
               UNTIL SUB-RUB GREATER CONT-RUBS
                  OR ACHOU-RUB EQUAL "SIM".
           IF ACHOU-RUB EQUAL "SIM"
               SUBTRACT 1 FROM SUB-RUB
           ELSE
               PERFORM INCLUI-RUB.

       VARIA-PROCURA-RUB.
           IF COD-RUB (SUB-RUB) EQUAL RUB-VRV
               MOVE "SIM" TO ACHOU-RUB.

       INCLUI-RUB.
           IF CONT-RUBS LESS 50
               ADD 1 TO CONT-RUBS
               MOVE CONT-RUBS TO SUB-RUB
               MOVE "PV"    TO PREFIXO-RUB (SUB-RUB)
               MOVE RUB-VRV TO COD-RUB (SUB-RUB)
               MOVE ZEROS   TO TOT-RUB (SUB-RUB)
               MOVE "SIM"   TO ACHOU-RUB
           ELSE
               IF LIMITE-RUB-LOGADO EQUAL "NAO"
                   MOVE "TAB-RUBS"   TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-RUB-LOGADO
                   MOVE "SIM"        TO ABORTAR-JOB
               END-IF
           END-IF.

      *    TODO DEPARTAMENTO MOVIMENTADO PRECISA DE CONTA NO CADCTA,
      *    ASSIM COMO AS CHAVES RESERVADAS "BONUS" (QUANDO HOUVE
      *    BONUS), "SALPG" E A "PV" DE CADA RUBRICA VARIAVEL LANCADA.
      *    QUALQUER CONTA AUSENTE RECUSA O ARQUIVO INTEIRO: UM DIARIO
      *    PARCIAL NAO BALANCEARIA.
       CONFERE-CONTAS.
           PERFORM VARIA-CONFERE-DEP
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS.
           PERFORM VARIA-CONFERE-RUB
               VARYING SUB-RUB FROM 1 BY 1
               UNTIL SUB-RUB GREATER CONT-RUBS.
           IF TOT-BONUS GREATER ZEROS
               MOVE "BONUS" TO CHAVE-BUSCA
               PERFORM PROCURA-CONTA
           IF ACHOU-CTA EQUAL "NAO"
               PERFORM LOGA-CONTA-AUSENTE.

       VARIA-CONFERE-RUB.
           MOVE CHAVE-RUB (SUB-RUB) TO CHAVE-BUSCA.
           PERFORM PROCURA-CONTA.
           IF ACHOU-CTA EQUAL "NAO"
               PERFORM LOGA-CONTA-AUSENTE.

       LOGA-CONTA-AUSENTE.
           MOVE "CADCTA.DAT" TO ERR-ARQUIVO.
           MOVE "23"         TO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

      *    DEBITOS (DESPESA POR DEPARTAMENTO + BONUS + PROVENTOS
      *    VARIAVEIS POR RUBRICA) PRECISAM FECHAR
      *    NO CENTAVO COM O CREDITO DE SALARIOS A PAGAR. NAO FECHOU:
      *    OCORRENCIA "93" EM ERRLOG E NENHUM ARQUIVO GRAVADO.
       CONFERE-BALANCO.
           PERFORM VARIA-SOMA-DEBITO
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS.
           PERFORM VARIA-SOMA-RUB
               VARYING SUB-RUB FROM 1 BY 1
               UNTIL SUB-RUB GREATER CONT-RUBS.
           ADD TOT-BONUS TO TOT-DEBITOS.
           IF TOT-DEBITOS NOT EQUAL TOT-CREDITO
               MOVE "LCTCTB.DAT" TO ERR-ARQUIVO
       VARIA-SOMA-DEBITO.
           ADD TOT-DESPESA-DEP (SUB-DEP) TO TOT-DEBITOS.

       VARIA-SOMA-RUB.
           ADD TOT-RUB (SUB-RUB) TO TOT-DEBITOS.

      *    GRAVA O ARQUIVO DE LANCAMENTOS JA CONFERIDO: SELO DE
      *    CABECALHO, UM DEBITO POR DEPARTAMENTO, O DEBITO DO BONUS
      *    (QUANDO HOUVE), UM DEBITO POR RUBRICA VARIAVEL, O CREDITO
      *    DE FECHAMENTO E O TRAILER.
       GRAVA-LANCAMENTOS.
           OPEN OUTPUT LCTCTB.
           IF FS-LCTCTB NOT EQUAL "00"
                   MOVE TOT-BONUS    TO VALOR-LCT
                   PERFORM GRAVA-UM-LANCAMENTO
               END-IF
               PERFORM VARIA-GRAVA-RUB
                   VARYING SUB-RUB FROM 1 BY 1
                   UNTIL SUB-RUB GREATER CONT-RUBS
               MOVE "SALPG" TO CHAVE-BUSCA
               PERFORM PROCURA-CONTA
               MOVE "C"          TO TIPO-LCT
           MOVE TOT-DESPESA-DEP (SUB-DEP) TO VALOR-LCT.
           PERFORM GRAVA-UM-LANCAMENTO.

       VARIA-GRAVA-RUB.
           MOVE CHAVE-RUB (SUB-RUB) TO CHAVE-BUSCA.
           PERFORM PROCURA-CONTA.
           MOVE "D"                 TO TIPO-LCT.
           MOVE CONTA-ACHADA        TO CONTA-LCT.
           MOVE CHAVE-RUB (SUB-RUB) TO DEP-LCT.
           MOVE TOT-RUB (SUB-RUB)   TO VALOR-LCT.
           PERFORM GRAVA-UM-LANCAMENTO.

       GRAVA-UM-LANCAMENTO.
           WRITE REG-LCT.
           ADD 1 TO CONT-LANCAMENTOS.
