       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX59.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONTROLE DE FERIAS. EXECUTADO PELO JOB MESTRE,
      *               MANTEM O MESTRE INDEXADO CADFER (UM REGISTRO POR
      *               FUNCIONARIO) EM TRES PASSADAS:
      *               1) AQUISICAO: PARA CADA FUNCIONARIO DO CADFUN,
      *                  ABRE OS PERIODOS AQUISITIVOS DE 12 MESES A
      *                  PARTIR DE DT-ADMISSAO-FUN ATE O PERIODO QUE
      *                  CONTEM A DATA DE PROCESSAMENTO (OU O
      *                  DESLIGAMENTO). CADA PERIODO COMPLETO DA 30
      *                  DIAS DE FERIAS, A GOZAR ATE 12 MESES DEPOIS DO
      *                  FIM DELE (LIMITE CONCESSIVO).
      *               2) AGENDAMENTO: APLICA AS TRANSACOES DO CADMFE
      *                  ("I" INCLUI, "C" CANCELA UMA PROGRAMACAO DE
      *                  FERIAS), DEBITANDO OS DIAS DO PERIODO COMPLETO
      *                  MAIS ANTIGO COM SALDO. O RESULTADO DE CADA
      *                  TRANSACAO SAI NO RELMFE.
      *               3) ALERTA: RELACIONA NO RELFVN OS PERIODOS
      *                  COMPLETOS COM SALDO CUJO LIMITE CONCESSIVO
      *                  VENCE DENTRO DO PRAZO DE ALERTA (CADPFE,
      *                  PADRAO 60 DIAS) OU JA VENCEU.
      *               O PAGAMENTO DAS FERIAS AGENDADAS E DO EX60.
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
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFUN.
      *    MESTRE DE FERIAS: PERIODOS AQUISITIVOS E PROGRAMACOES.
           SELECT CADFER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-FER
           FILE STATUS IS FS-CADFER.
      *    TRANSACOES DE PROGRAMACAO DE FERIAS (OPCIONAL).
           SELECT CADMFE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMFE.
      *    PARAMETROS DE FERIAS (OPCIONAL): PRAZO DE ALERTA E
      *    ANTECEDENCIA DO PAGAMENTO.
           SELECT CADPFE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPFE.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELMFE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMFE.
           SELECT RELFVN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFVN.
           SELECT CTL59 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL59.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT MANTIDO PELO EX15.
       FD CADFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUN.DAT".

       01 REG-FUN.
           COPY IDCOPY REPLACING ID-CAMPO BY COD-FUN.
           02 NOME-FUN            PIC X(20).
           02 SAL-FUN             PIC 9(07)V99.
           02 DEP-FUN             PIC X(05).
           02 BANCO-FUN           PIC 9(03).
           02 AGENCIA-FUN         PIC 9(04).
           02 CONTA-FUN           PIC 9(10).
           02 DT-ADMISSAO-FUN     PIC 9(08).
           02 DT-DESLIG-FUN       PIC 9(08).
           02 NIVEL-FUN           PIC X(03).

      *    PERIODO SEM USO TEM INI-AQ-FER ZERADO; PROGRAMACAO SEM USO
      *    TEM INI-GOZO-FER ZERADO. A PROGRAMACAO GUARDA O INICIO DO
      *    PERIODO AQUISITIVO DE ONDE SAIRAM OS DIAS.
       FD CADFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFER.DAT".

       01 REG-FER.
           02 COD-FER              PIC 9(05).
           02 NOME-FER             PIC X(20).
           02 DEP-FER              PIC X(05).
           02 SAL-FER              PIC 9(07)V99.
           02 DT-ADMISSAO-FER      PIC 9(08).
           02 DT-DESLIG-FER        PIC 9(08).
           02 PERIODO-FER OCCURS 3 TIMES.
              03 INI-AQ-FER        PIC 9(08).
              03 FIM-AQ-FER        PIC 9(08).
              03 LIM-GOZO-FER      PIC 9(08).
              03 DIAS-GOZ-FER      PIC 9(02).
           02 AGENDA-FER OCCURS 3 TIMES.
              03 INI-GOZO-FER      PIC 9(08).
              03 DIAS-AGE-FER      PIC 9(02).
              03 INI-AQ-AGE-FER    PIC 9(08).
              03 PAGTO-AGE-FER     PIC 9(08).
              03 VALOR-AGE-FER     PIC 9(07)V99.

       FD CADMFE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMFE.DAT".

       01 REG-MFE.
           02 COD-MFE              PIC 9(05).
           02 TIPO-MFE             PIC X(01).
           02 INI-MFE-X            PIC X(08).
           02 INI-MFE REDEFINES INI-MFE-X PIC 9(08).
           02 DIAS-MFE-X           PIC X(02).
           02 DIAS-MFE REDEFINES DIAS-MFE-X PIC 9(02).

       FD CADPFE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPFE.DAT".

       01 REG-PFE.
           02 ALERTA-PFE-X         PIC X(03).
           02 ALERTA-PFE REDEFINES ALERTA-PFE-X PIC 9(03).
           02 ANTECED-PFE-X        PIC X(02).
           02 ANTECED-PFE REDEFINES ANTECED-PFE-X PIC 9(02).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    RESULTADO DAS TRANSACOES DE PROGRAMACAO.
       FD RELMFE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMFE.DAT".

       01 LINHA-MFE               PIC X(80).

      *    PERIODOS PERTO DE VENCER OU VENCIDOS.
       FD RELFVN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELFVN.DAT".

       01 LINHA-FVN               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL59
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL59.DAT".

       01 REG-CTL59.
           02 QTD-FUNC-CTL        PIC 9(07).
           02 QTD-PERIODOS-CTL    PIC 9(07).
           02 QTD-TRANS-CTL       PIC 9(07).
           02 QTD-ACEITAS-CTL     PIC 9(07).
           02 QTD-REJ-CTL         PIC 9(07).
           02 QTD-ALERTAS-CTL     PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADFER               PIC X(02).
       77 FS-CADMFE               PIC X(02).
       77 FS-CADPFE               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELMFE               PIC X(02).
       77 FS-RELFVN               PIC X(02).
       77 FS-CTL59                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 FIM-MFE                 PIC X(03)       VALUE "NAO".
       77 FIM-FER                 PIC X(03)       VALUE "NAO".
       77 TEM-CADMFE              PIC X(03)       VALUE "NAO".
       77 ACHOU-FER               PIC X(03)       VALUE "NAO".
       77 DIAS-ALERTA             PIC 9(03)       VALUE 60.
       77 DATA-ALERTA             PIC 9(08).
       77 CONT-DIAS               PIC 9(04).
      *    APOIO DO CALCULO DE DATAS: DATA-TESTE E AVANCADA, RECUADA
      *    OU SOMADA DE UM ANO NOS PARAGRAFOS DE CALENDARIO.
       01 DATA-TESTE              PIC 9(08).
       01 DATA-TESTE-DESM REDEFINES DATA-TESTE.
           02 ANO-TST             PIC 9(04).
           02 MES-TST             PIC 9(02).
           02 DIA-TST             PIC 9(02).
       77 SUB-MES                 PIC 9(02).
       77 DIAS-NO-MES             PIC 9(02).
       77 BISSEXTO                PIC X(03)       VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
      *    PERIODOS E PROGRAMACOES DO REGISTRO CORRENTE.
       77 SUB-PER                 PIC 9(01).
       77 SUB-AGE                 PIC 9(01).
       77 ULT-PER                 PIC 9(01).
       77 PROX-INICIO             PIC 9(08).
       77 LIMITE-VIGENCIA         PIC 9(08).
       77 FIM-ACUMULO             PIC X(03)       VALUE "NAO".
       77 FIM-DESCARTE            PIC X(03)       VALUE "NAO".
       77 FIM-SALTO               PIC X(03)       VALUE "NAO".
       77 TEM-PENDENCIA           PIC X(03)       VALUE "NAO".
       77 LIMITE-PER-LOGADO       PIC X(03)       VALUE "NAO".
       77 SALDO-PER               PIC 9(02).
       77 PER-ESCOLHIDO           PIC 9(01).
       77 AGE-ESCOLHIDA           PIC 9(01).
       77 MOTIVO                  PIC X(40).
       77 CONT-FUNC               PIC 9(07)       VALUE ZEROS.
       77 CONT-PERIODOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-TRANS              PIC 9(07)       VALUE ZEROS.
       77 CONT-ACEITAS            PIC 9(07)       VALUE ZEROS.
       77 CONT-REJ                PIC 9(07)       VALUE ZEROS.
       77 CONT-ALERTAS            PIC 9(07)       VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX59".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-MFE.
           02 COD-MFE-IMP         PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 TIPO-MFE-IMP        PIC X(01).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DIA-MFE-IMP         PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 MES-MFE-IMP         PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-MFE-IMP         PIC 9(04).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DIAS-MFE-IMP        PIC X(02).
           02 FILLER              PIC X(06)       VALUE " DIAS ".
           02 RESULTADO-MFE-IMP   PIC X(40).

       01 LIN-FVN-TIT.
           02 FILLER              PIC X(70)
              VALUE "FERIAS VENCIDAS E A VENCER".
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-FVN          PIC ZZ9.

       01 LIN-FVN-CAB.
           02 FILLER              PIC X(34)
              VALUE "CODIGO NOME                 DEPTO ".
           02 FILLER              PIC X(46)
              VALUE "PERIODO AQUISITIVO LIMITE       SALDO SITUACAO".

       01 LIN-FVN.
           02 COD-FVN             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-FVN            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DEP-FVN             PIC X(05).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 INI-FVN             PIC 9(08).
           02 FILLER              PIC X(01)       VALUE "-".
           02 FIM-FVN             PIC 9(08).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 LIM-FVN             PIC 9(08).
           02 FILLER              PIC X(04)       VALUE SPACES.
           02 SALDO-FVN           PIC Z9.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 SITUACAO-FVN        PIC X(08).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM AVANCA-CADFUN
           PERFORM ATUALIZA-FUNCIONARIO
               UNTIL FIM-FUN EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
          AND TEM-CADMFE EQUAL "SIM"
           PERFORM LE-CADMFE
           PERFORM APLICA-TRANSACAO
               UNTIL FIM-MFE EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LISTA-VENCIMENTOS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           PERFORM LE-PARAMETROS.
           MOVE WS-DATA-ARQ TO DATA-TESTE.
           PERFORM AVANCA-UM-DIA
               VARYING CONT-DIAS FROM 1 BY 1
               UNTIL CONT-DIAS GREATER DIAS-ALERTA.
           MOVE DATA-TESTE TO DATA-ALERTA.
           OPEN INPUT CADFUN
               OUTPUT RELMFE
               OUTPUT RELFVN
               OUTPUT CTL59.
           PERFORM ABRE-CADFER.
      *    O CADMFE E OPCIONAL: SEM TRANSACOES, SO A AQUISICAO E O
      *    ALERTA SAO PROCESSADOS.
           OPEN INPUT CADMFE.
           IF FS-CADMFE EQUAL "00"
               MOVE "SIM" TO TEM-CADMFE.
           PERFORM VERIFICA-ABERTURA.

      *    CRIA O CADFER NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADHSF DO EX31.
       ABRE-CADFER.
           OPEN I-O CADFER.
           IF FS-CADFER EQUAL "35"
               OPEN OUTPUT CADFER
               CLOSE CADFER
               OPEN I-O CADFER.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADFUN NOT EQUAL "00"
               MOVE "CADFUN.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADFER NOT EQUAL "00"
               MOVE "CADFER.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFER    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELMFE NOT EQUAL "00"
               MOVE "RELMFE.DAT" TO ERR-ARQUIVO
               MOVE FS-RELMFE    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELFVN NOT EQUAL "00"
               MOVE "RELFVN.DAT" TO ERR-ARQUIVO
               MOVE FS-RELFVN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL59 NOT EQUAL "00"
               MOVE "CTL59.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL59     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SEM O ARQUIVO VALE A DATA DO SISTEMA.
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

      *    PRAZO DE ALERTA DO CADPFE; AUSENTE OU INVALIDO VALE 60 DIAS.
       LE-PARAMETROS.
           OPEN INPUT CADPFE.
           IF FS-CADPFE EQUAL "00"
               READ CADPFE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALERTA-PFE-X IS NUMERIC
                          AND ALERTA-PFE GREATER ZEROS
                           MOVE ALERTA-PFE TO DIAS-ALERTA
                       END-IF
               END-READ
               CLOSE CADPFE.

       AVANCA-CADFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-FUN
           END-READ.

      *    PRIMEIRA PASSADA: COPIA OS DADOS CADASTRAIS DO CADFUN PARA O
      *    CADFER, ABRE OS PERIODOS AQUISITIVOS QUE FALTAM E LIMPA O
      *    QUE JA FOI QUITADO.
       ATUALIZA-FUNCIONARIO.
           ADD 1 TO CONT-FUNC.
           MOVE COD-FUN TO COD-FER.
           MOVE "SIM" TO ACHOU-FER.
           READ CADFER
               INVALID KEY
                   MOVE "NAO" TO ACHOU-FER
           END-READ.
           IF ACHOU-FER EQUAL "NAO"
               PERFORM INICIA-CADFER.
           MOVE NOME-FUN        TO NOME-FER.
           MOVE DEP-FUN         TO DEP-FER.
           MOVE SAL-FUN         TO SAL-FER.
           MOVE DT-ADMISSAO-FUN TO DT-ADMISSAO-FER.
           MOVE DT-DESLIG-FUN   TO DT-DESLIG-FER.
           PERFORM LIMPA-PROGRAMACOES.
           IF DT-ADMISSAO-FER GREATER ZEROS
               PERFORM ACUMULA-PERIODOS.
           IF ACHOU-FER EQUAL "SIM"
               REWRITE REG-FER
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-FER
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM CONFERE-GRAVACAO.
           PERFORM AVANCA-CADFUN.

       INICIA-CADFER.
           MOVE SPACES TO NOME-FER DEP-FER.
           MOVE ZEROS  TO SAL-FER DT-ADMISSAO-FER DT-DESLIG-FER.
           PERFORM VARIA-ZERA-PERIODO
               VARYING SUB-PER FROM 1 BY 1
               UNTIL SUB-PER GREATER 3.
           PERFORM VARIA-ZERA-AGENDA
               VARYING SUB-AGE FROM 1 BY 1
               UNTIL SUB-AGE GREATER 3.

       VARIA-ZERA-PERIODO.
           MOVE ZEROS TO INI-AQ-FER (SUB-PER) FIM-AQ-FER (SUB-PER)
                         LIM-GOZO-FER (SUB-PER) DIAS-GOZ-FER (SUB-PER).

       VARIA-ZERA-AGENDA.
           MOVE ZEROS TO INI-GOZO-FER (SUB-AGE) DIAS-AGE-FER (SUB-AGE)
                         INI-AQ-AGE-FER (SUB-AGE)
                         PAGTO-AGE-FER (SUB-AGE)
                         VALOR-AGE-FER (SUB-AGE).

       CONFERE-GRAVACAO.
           IF FS-CADFER NOT EQUAL "00"
               MOVE "CADFER.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFER    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

      *    PROGRAMACOES JA INICIADAS E PAGAS (PELO EX60) EM DIA
      *    ANTERIOR SAEM DO REGISTRO; AS PAGAS NA PROPRIA DATA FICAM
      *    PARA A REEXECUCAO DO EX60 REGERAR O PAGAMENTO. AS DEMAIS
      *    SOBEM PARA AS PRIMEIRAS POSICOES.
       LIMPA-PROGRAMACOES.
           PERFORM VARIA-LIMPA-AGENDA
               VARYING SUB-AGE FROM 1 BY 1
               UNTIL SUB-AGE GREATER 3.
           PERFORM COMPACTA-AGENDA.

       VARIA-LIMPA-AGENDA.
           IF INI-GOZO-FER (SUB-AGE) GREATER ZEROS
              AND PAGTO-AGE-FER (SUB-AGE) GREATER ZEROS
              AND PAGTO-AGE-FER (SUB-AGE) LESS WS-DATA-ARQ
              AND INI-GOZO-FER (SUB-AGE) NOT GREATER WS-DATA-ARQ
               MOVE ZEROS TO INI-GOZO-FER (SUB-AGE)
                             DIAS-AGE-FER (SUB-AGE)
                             INI-AQ-AGE-FER (SUB-AGE)
                             PAGTO-AGE-FER (SUB-AGE)
                             VALOR-AGE-FER (SUB-AGE).

       COMPACTA-AGENDA.
           PERFORM VARIA-COMPACTA-AGENDA
               VARYING SUB-AGE FROM 1 BY 1
               UNTIL SUB-AGE GREATER 2.
           PERFORM VARIA-COMPACTA-AGENDA
               VARYING SUB-AGE FROM 1 BY 1
               UNTIL SUB-AGE GREATER 2.

       VARIA-COMPACTA-AGENDA.
           IF INI-GOZO-FER (SUB-AGE) EQUAL ZEROS
              AND INI-GOZO-FER (SUB-AGE + 1) GREATER ZEROS
               MOVE AGENDA-FER (SUB-AGE + 1) TO AGENDA-FER (SUB-AGE)
               MOVE ZEROS TO INI-GOZO-FER (SUB-AGE + 1)
                             DIAS-AGE-FER (SUB-AGE + 1)
                             INI-AQ-AGE-FER (SUB-AGE + 1)
                             PAGTO-AGE-FER (SUB-AGE + 1)
                             VALOR-AGE-FER (SUB-AGE + 1).

      *    DESCARTA OS PERIODOS COMPLETOS JA TOTALMENTE PROGRAMADOS E
      *    SEM PROGRAMACAO PENDENTE, E ABRE PERIODOS NOVOS ATE COBRIR
      *    A DATA DE PROCESSAMENTO (OU O DESLIGAMENTO). O PRIMEIRO
      *    PERIODO COMECA NA ADMISSAO; CADA UM SEGUINTE, NO DIA
      *    SEGUINTE AO FIM DO ANTERIOR.
       ACUMULA-PERIODOS.
           MOVE "NAO" TO FIM-DESCARTE.
           PERFORM DESCARTA-QUITADO
               UNTIL FIM-DESCARTE EQUAL "SIM".
           MOVE WS-DATA-ARQ TO LIMITE-VIGENCIA.
           IF DT-DESLIG-FER GREATER ZEROS
              AND DT-DESLIG-FER LESS WS-DATA-ARQ
               MOVE DT-DESLIG-FER TO LIMITE-VIGENCIA.
           MOVE "NAO" TO FIM-ACUMULO.
           PERFORM ABRE-PROXIMO-PERIODO
               UNTIL FIM-ACUMULO EQUAL "SIM".

       DESCARTA-QUITADO.
           MOVE "SIM" TO FIM-DESCARTE.
           IF INI-AQ-FER (1) GREATER ZEROS
              AND DIAS-GOZ-FER (1) NOT LESS 30
              AND FIM-AQ-FER (1) LESS WS-DATA-ARQ
               MOVE "NAO" TO TEM-PENDENCIA
               PERFORM VARIA-PROCURA-PENDENCIA
                   VARYING SUB-AGE FROM 1 BY 1
                   UNTIL SUB-AGE GREATER 3
               IF TEM-PENDENCIA EQUAL "NAO"
                   PERFORM DESLOCA-PERIODOS
                   MOVE "NAO" TO FIM-DESCARTE
               END-IF
           END-IF.

       VARIA-PROCURA-PENDENCIA.
           IF INI-GOZO-FER (SUB-AGE) GREATER ZEROS
              AND INI-AQ-AGE-FER (SUB-AGE) EQUAL INI-AQ-FER (1)
               MOVE "SIM" TO TEM-PENDENCIA.

       DESLOCA-PERIODOS.
           MOVE PERIODO-FER (2) TO PERIODO-FER (1).
           MOVE PERIODO-FER (3) TO PERIODO-FER (2).
           MOVE 3 TO SUB-PER.
           PERFORM VARIA-ZERA-PERIODO.

       ABRE-PROXIMO-PERIODO.
           MOVE ZEROS TO ULT-PER.
           PERFORM VARIA-ACHA-ULTIMO
               VARYING SUB-PER FROM 1 BY 1
               UNTIL SUB-PER GREATER 3.
           IF ULT-PER EQUAL ZEROS
               PERFORM IMPLANTA-INICIO
           ELSE
               MOVE FIM-AQ-FER (ULT-PER) TO DATA-TESTE
               PERFORM AVANCA-UM-DIA
               MOVE DATA-TESTE TO PROX-INICIO.
           IF PROX-INICIO GREATER LIMITE-VIGENCIA
               MOVE "SIM" TO FIM-ACUMULO
           ELSE
               IF ULT-PER EQUAL 3
                   PERFORM LOGA-LIMITE-PERIODOS
                   MOVE "SIM" TO FIM-ACUMULO
               ELSE
                   ADD 1 TO ULT-PER
                   PERFORM GRAVA-PERIODO
               END-IF
           END-IF.

      *    NA IMPLANTACAO DO FUNCIONARIO NO CADFER OS PERIODOS
      *    ANTERIORES AO ULTIMO COMPLETO SAO DADOS COMO JA GOZADOS: O
      *    PRIMEIRO PERIODO ABERTO E O ULTIMO COMPLETO (OU O CORRENTE,
      *    PARA QUEM AINDA NAO COMPLETOU UM ANO).
       IMPLANTA-INICIO.
           MOVE DT-ADMISSAO-FER TO PROX-INICIO.
           MOVE "NAO" TO FIM-SALTO.
           PERFORM SALTA-ANIVERSARIO
               UNTIL FIM-SALTO EQUAL "SIM".

       SALTA-ANIVERSARIO.
           MOVE PROX-INICIO TO DATA-TESTE.
           PERFORM SOMA-UM-ANO.
           PERFORM SOMA-UM-ANO.
           IF DATA-TESTE GREATER LIMITE-VIGENCIA
               MOVE "SIM" TO FIM-SALTO
           ELSE
               MOVE PROX-INICIO TO DATA-TESTE
               PERFORM SOMA-UM-ANO
               MOVE DATA-TESTE TO PROX-INICIO.

       VARIA-ACHA-ULTIMO.
           IF INI-AQ-FER (SUB-PER) GREATER ZEROS
               MOVE SUB-PER TO ULT-PER.

      *    PERIODO AQUISITIVO: DO INICIO ATE A VESPERA DO MESMO DIA NO
      *    ANO SEGUINTE; LIMITE CONCESSIVO UM ANO DEPOIS DO FIM.
       GRAVA-PERIODO.
           MOVE PROX-INICIO TO INI-AQ-FER (ULT-PER).
           MOVE PROX-INICIO TO DATA-TESTE.
           PERFORM SOMA-UM-ANO.
           PERFORM RECUA-UM-DIA.
           MOVE DATA-TESTE  TO FIM-AQ-FER (ULT-PER).
           PERFORM SOMA-UM-ANO.
           MOVE DATA-TESTE  TO LIM-GOZO-FER (ULT-PER).
           MOVE ZEROS       TO DIAS-GOZ-FER (ULT-PER).
           ADD 1 TO CONT-PERIODOS.

      *    TRES PERIODOS EM ABERTO JA SIGNIFICAM FERIAS VENCIDAS SEM
      *    GOZO; O ALERTA DO RELFVN MOSTRA O CASO E O PERIODO NOVO SO
      *    E ABERTO DEPOIS QUE O MAIS ANTIGO FOR QUITADO.
       LOGA-LIMITE-PERIODOS.
           IF LIMITE-PER-LOGADO EQUAL "NAO"
               MOVE "CADFER.DAT" TO ERR-ARQUIVO
               MOVE "99"         TO ERR-STATUS
               MOVE "LIMITE"     TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM"        TO LIMITE-PER-LOGADO.

       LE-CADMFE.
           READ CADMFE
               AT END
                   MOVE "SIM" TO FIM-MFE
           END-READ.

      *    SEGUNDA PASSADA: APLICA UMA TRANSACAO DE PROGRAMACAO E
      *    REGISTRA O RESULTADO NO RELMFE.
       APLICA-TRANSACAO.
           ADD 1 TO CONT-TRANS.
           MOVE SPACES TO MOTIVO.
           MOVE COD-MFE TO COD-FER.
           READ CADFER
               INVALID KEY
                   MOVE "FUNCIONARIO SEM CONTROLE DE FERIAS" TO MOTIVO
           END-READ.
           IF MOTIVO EQUAL SPACES
               EVALUATE TIPO-MFE
                   WHEN "I"
                       PERFORM INCLUI-PROGRAMACAO
                   WHEN "C"
                       PERFORM CANCELA-PROGRAMACAO
                   WHEN OTHER
                       MOVE "TIPO DE TRANSACAO INVALIDO" TO MOTIVO
               END-EVALUATE
           END-IF.
           IF MOTIVO EQUAL SPACES
               REWRITE REG-FER
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM CONFERE-GRAVACAO
               ADD 1 TO CONT-ACEITAS
               IF TIPO-MFE EQUAL "I"
                   MOVE "PROGRAMADA" TO MOTIVO
               ELSE
                   MOVE "CANCELADA" TO MOTIVO
               END-IF
           ELSE
               ADD 1 TO CONT-REJ
           END-IF.
           PERFORM IMPRIME-TRANSACAO.
           PERFORM LE-CADMFE.

      *    INCLUSAO: DATA VALIDA E FUTURA, DE 5 A 30 DIAS, POSICAO
      *    LIVRE NA AGENDA E SALDO NO PERIODO COMPLETO MAIS ANTIGO QUE
      *    COMPORTE OS DIAS (O PERIODO PRECISA TER TERMINADO ANTES DO
      *    INICIO DAS FERIAS).
       INCLUI-PROGRAMACAO.
           PERFORM VALIDA-DATA-INICIO.
           IF MOTIVO EQUAL SPACES
               IF DIAS-MFE-X NOT NUMERIC
                  OR DIAS-MFE LESS 5
                  OR DIAS-MFE GREATER 30
                   MOVE "QUANTIDADE DE DIAS FORA DE 5 A 30" TO MOTIVO
               END-IF
           END-IF.
           IF MOTIVO EQUAL SPACES
               MOVE ZEROS TO AGE-ESCOLHIDA
               PERFORM VARIA-PROCURA-AGENDA-LIVRE
                   VARYING SUB-AGE FROM 3 BY -1
                   UNTIL SUB-AGE LESS 1
               IF AGE-ESCOLHIDA EQUAL ZEROS
                   MOVE "AGENDA DO FUNCIONARIO CHEIA" TO MOTIVO
               END-IF
           END-IF.
           IF MOTIVO EQUAL SPACES
               PERFORM VARIA-CONFERE-DUPLICADA
                   VARYING SUB-AGE FROM 1 BY 1
                   UNTIL SUB-AGE GREATER 3
           END-IF.
           IF MOTIVO EQUAL SPACES
               MOVE ZEROS TO PER-ESCOLHIDO
               PERFORM VARIA-PROCURA-SALDO
                   VARYING SUB-PER FROM 3 BY -1
                   UNTIL SUB-PER LESS 1
               IF PER-ESCOLHIDO EQUAL ZEROS
                   MOVE "SEM SALDO EM PERIODO COMPLETO" TO MOTIVO
               END-IF
           END-IF.
           IF MOTIVO EQUAL SPACES
               ADD DIAS-MFE TO DIAS-GOZ-FER (PER-ESCOLHIDO)
               MOVE INI-MFE  TO INI-GOZO-FER (AGE-ESCOLHIDA)
               MOVE DIAS-MFE TO DIAS-AGE-FER (AGE-ESCOLHIDA)
               MOVE INI-AQ-FER (PER-ESCOLHIDO)
                   TO INI-AQ-AGE-FER (AGE-ESCOLHIDA)
               MOVE ZEROS TO PAGTO-AGE-FER (AGE-ESCOLHIDA)
                             VALOR-AGE-FER (AGE-ESCOLHIDA).

      *    A VARREDURA E DE TRAS PARA A FRENTE, PARA FICAR COM A
      *    PRIMEIRA POSICAO LIVRE.
       VARIA-PROCURA-AGENDA-LIVRE.
           IF INI-GOZO-FER (SUB-AGE) EQUAL ZEROS
               MOVE SUB-AGE TO AGE-ESCOLHIDA.

       VARIA-CONFERE-DUPLICADA.
           IF INI-GOZO-FER (SUB-AGE) EQUAL INI-MFE
               MOVE "JA EXISTE PROGRAMACAO NESTA DATA" TO MOTIVO.

      *    TAMBEM DE TRAS PARA A FRENTE: FICA O PERIODO MAIS ANTIGO.
       VARIA-PROCURA-SALDO.
           IF INI-AQ-FER (SUB-PER) GREATER ZEROS
              AND FIM-AQ-FER (SUB-PER) LESS INI-MFE
               COMPUTE SALDO-PER = 30 - DIAS-GOZ-FER (SUB-PER)
               IF SALDO-PER NOT LESS DIAS-MFE
                   MOVE SUB-PER TO PER-ESCOLHIDO
               END-IF
           END-IF.

      *    CANCELAMENTO: SO DE PROGRAMACAO AINDA NAO PAGA. OS DIAS
      *    VOLTAM PARA O PERIODO DE ONDE SAIRAM, SE ELE AINDA EXISTIR.
       CANCELA-PROGRAMACAO.
           MOVE ZEROS TO AGE-ESCOLHIDA.
           IF INI-MFE-X IS NUMERIC
               PERFORM VARIA-PROCURA-PROGRAMACAO
                   VARYING SUB-AGE FROM 1 BY 1
                   UNTIL SUB-AGE GREATER 3.
           IF AGE-ESCOLHIDA EQUAL ZEROS
               MOVE "PROGRAMACAO NAO ENCONTRADA" TO MOTIVO
           ELSE
               IF PAGTO-AGE-FER (AGE-ESCOLHIDA) GREATER ZEROS
                   MOVE "FERIAS JA PAGAS" TO MOTIVO
               END-IF
           END-IF.
           IF MOTIVO EQUAL SPACES
               PERFORM VARIA-DEVOLVE-DIAS
                   VARYING SUB-PER FROM 1 BY 1
                   UNTIL SUB-PER GREATER 3
               MOVE AGE-ESCOLHIDA TO SUB-AGE
               MOVE ZEROS TO INI-GOZO-FER (SUB-AGE)
                             DIAS-AGE-FER (SUB-AGE)
                             INI-AQ-AGE-FER (SUB-AGE)
                             PAGTO-AGE-FER (SUB-AGE)
                             VALOR-AGE-FER (SUB-AGE)
               PERFORM COMPACTA-AGENDA.

       VARIA-PROCURA-PROGRAMACAO.
           IF INI-GOZO-FER (SUB-AGE) EQUAL INI-MFE
               MOVE SUB-AGE TO AGE-ESCOLHIDA.

       VARIA-DEVOLVE-DIAS.
           IF INI-AQ-FER (SUB-PER) GREATER ZEROS
              AND INI-AQ-FER (SUB-PER)
                  EQUAL INI-AQ-AGE-FER (AGE-ESCOLHIDA)
              AND DIAS-GOZ-FER (SUB-PER)
                  NOT LESS DIAS-AGE-FER (AGE-ESCOLHIDA)
               SUBTRACT DIAS-AGE-FER (AGE-ESCOLHIDA)
                   FROM DIAS-GOZ-FER (SUB-PER).

      *    DATA DE INICIO NUMERICA, DE CALENDARIO E POSTERIOR A DATA
      *    DE PROCESSAMENTO.
       VALIDA-DATA-INICIO.
           IF INI-MFE-X NOT NUMERIC
               MOVE "DATA DE INICIO INVALIDA" TO MOTIVO
           ELSE
               MOVE INI-MFE TO DATA-TESTE
               IF MES-TST LESS 1 OR MES-TST GREATER 12
                   MOVE "DATA DE INICIO INVALIDA" TO MOTIVO
               ELSE
                   MOVE MES-TST TO SUB-MES
                   PERFORM CALCULA-DIAS-DO-MES
                   IF DIA-TST LESS 1 OR DIA-TST GREATER DIAS-NO-MES
                       MOVE "DATA DE INICIO INVALIDA" TO MOTIVO
                   ELSE
                       IF INI-MFE NOT GREATER WS-DATA-ARQ
                           MOVE "INICIO NAO E POSTERIOR AO DIA"
                               TO MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIME-TRANSACAO.
           MOVE COD-MFE  TO COD-MFE-IMP.
           MOVE TIPO-MFE TO TIPO-MFE-IMP.
           IF INI-MFE-X IS NUMERIC
               MOVE INI-MFE TO DATA-TESTE
               MOVE DIA-TST TO DIA-MFE-IMP
               MOVE MES-TST TO MES-MFE-IMP
               MOVE ANO-TST TO ANO-MFE-IMP
           ELSE
               MOVE ZEROS TO DIA-MFE-IMP MES-MFE-IMP ANO-MFE-IMP.
           MOVE DIAS-MFE-X TO DIAS-MFE-IMP.
           MOVE MOTIVO     TO RESULTADO-MFE-IMP.
           MOVE LIN-MFE    TO LINHA-MFE.
           WRITE LINHA-MFE.

      *    TERCEIRA PASSADA: PERCORRE O CADFER EM ORDEM DE CODIGO E
      *    LISTA OS PERIODOS COMPLETOS COM SALDO CUJO LIMITE
      *    CONCESSIVO JA PASSOU OU CAI DENTRO DO PRAZO DE ALERTA.
       LISTA-VENCIMENTOS.
           PERFORM QUEBRA-PAGINA.
           MOVE ZEROS TO COD-FER.
           START CADFER KEY NOT LESS COD-FER
               INVALID KEY
                   MOVE "SIM" TO FIM-FER
           END-START.
           IF FIM-FER EQUAL "NAO"
               PERFORM LE-PROXIMO-FER.
           PERFORM CONFERE-VENCIMENTO
               UNTIL FIM-FER EQUAL "SIM".

       LE-PROXIMO-FER.
           READ CADFER NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-FER
           END-READ.

       CONFERE-VENCIMENTO.
           PERFORM VARIA-CONFERE-PERIODO
               VARYING SUB-PER FROM 1 BY 1
               UNTIL SUB-PER GREATER 3.
           PERFORM LE-PROXIMO-FER.

       VARIA-CONFERE-PERIODO.
           IF INI-AQ-FER (SUB-PER) GREATER ZEROS
              AND FIM-AQ-FER (SUB-PER) LESS WS-DATA-ARQ
              AND DIAS-GOZ-FER (SUB-PER) LESS 30
              AND LIM-GOZO-FER (SUB-PER) NOT GREATER DATA-ALERTA
               ADD 1 TO CONT-ALERTAS
               MOVE COD-FER                TO COD-FVN
               MOVE NOME-FER               TO NOME-FVN
               MOVE DEP-FER                TO DEP-FVN
               MOVE INI-AQ-FER (SUB-PER)   TO INI-FVN
               MOVE FIM-AQ-FER (SUB-PER)   TO FIM-FVN
               MOVE LIM-GOZO-FER (SUB-PER) TO LIM-FVN
               COMPUTE SALDO-PER = 30 - DIAS-GOZ-FER (SUB-PER)
               MOVE SALDO-PER              TO SALDO-FVN
               IF LIM-GOZO-FER (SUB-PER) LESS WS-DATA-ARQ
                   MOVE "VENCIDO"  TO SITUACAO-FVN
               ELSE
                   MOVE "A VENCER" TO SITUACAO-FVN
               END-IF
               IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
                   PERFORM QUEBRA-PAGINA
               END-IF
               MOVE LIN-FVN TO LINHA-FVN
               WRITE LINHA-FVN
               ADD 1 TO CONT-LINHAS.

      *    ABRE UMA PAGINA DA LISTAGEM COM O TITULO NUMERADO E O
      *    CABECALHO DAS COLUNAS.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA TO PAGINA-FVN.
           MOVE LIN-FVN-TIT TO LINHA-FVN.
           WRITE LINHA-FVN.
           MOVE LIN-FVN-CAB TO LINHA-FVN.
           WRITE LINHA-FVN.
           MOVE ZEROS TO CONT-LINHAS.

      *    QUANTIDADE DE DIAS DO MES EM SUB-MES NO ANO DE DATA-TESTE,
      *    COM FEVEREIRO BISSEXTO, NO MESMO CRITERIO DO EX10.
       CALCULA-DIAS-DO-MES.
           EVALUATE SUB-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   PERFORM CONFERE-BISSEXTO-ANO
                   IF BISSEXTO EQUAL "SIM"
                       MOVE 29 TO DIAS-NO-MES
                   ELSE
                       MOVE 28 TO DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

       CONFERE-BISSEXTO-ANO.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE ANO-TST BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE ANO-TST BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE ANO-TST BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

      *    AVANCA DATA-TESTE EM UM DIA DE CALENDARIO, TRATANDO A
      *    VIRADA DE MES E DE ANO.
       AVANCA-UM-DIA.
           MOVE MES-TST TO SUB-MES.
           PERFORM CALCULA-DIAS-DO-MES.
           IF DIA-TST LESS DIAS-NO-MES
               ADD 1 TO DIA-TST
           ELSE
               MOVE 1 TO DIA-TST
               IF MES-TST EQUAL 12
                   MOVE 1 TO MES-TST
                   ADD 1 TO ANO-TST
               ELSE
                   ADD 1 TO MES-TST
               END-IF
           END-IF.

      *    RECUA DATA-TESTE EM UM DIA DE CALENDARIO.
       RECUA-UM-DIA.
           IF DIA-TST GREATER 1
               SUBTRACT 1 FROM DIA-TST
           ELSE
               IF MES-TST EQUAL 1
                   MOVE 12 TO MES-TST
                   SUBTRACT 1 FROM ANO-TST
               ELSE
                   SUBTRACT 1 FROM MES-TST
               END-IF
               MOVE MES-TST TO SUB-MES
               PERFORM CALCULA-DIAS-DO-MES
               MOVE DIAS-NO-MES TO DIA-TST
           END-IF.

      *    MESMO DIA NO ANO SEGUINTE; 29 DE FEVEREIRO VIRA 28 QUANDO O
      *    ANO SEGUINTE NAO E BISSEXTO.
       SOMA-UM-ANO.
           ADD 1 TO ANO-TST.
           IF MES-TST EQUAL 2
              AND DIA-TST EQUAL 29
               PERFORM CONFERE-BISSEXTO-ANO
               IF BISSEXTO EQUAL "NAO"
                   MOVE 28 TO DIA-TST
               END-IF
           END-IF.

       GERA-RELATORIO-CTL.
           MOVE CONT-FUNC     TO QTD-FUNC-CTL.
           MOVE CONT-PERIODOS TO QTD-PERIODOS-CTL.
           MOVE CONT-TRANS    TO QTD-TRANS-CTL.
           MOVE CONT-ACEITAS  TO QTD-ACEITAS-CTL.
           MOVE CONT-REJ      TO QTD-REJ-CTL.
           MOVE CONT-ALERTAS  TO QTD-ALERTAS-CTL.
           WRITE REG-CTL59.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           IF TEM-CADMFE EQUAL "SIM"
               CLOSE CADMFE.
           CLOSE CADFUN
                 CADFER
                 RELMFE
                 RELFVN
                 CTL59.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
