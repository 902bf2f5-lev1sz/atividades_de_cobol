       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX63.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       VALIDACAO E VALORIZACAO DOS PROVENTOS VARIAVEIS
      *               (HORAS EXTRAS, COMISSOES, ADICIONAIS, AUXILIOS).
      *               EXECUTADO PELO JOB MESTRE DEPOIS DO EX08 E ANTES
      *               DO EX34, LE O MOVIMENTO CADVAR (UM LANCAMENTO POR
      *               FUNCIONARIO, PERIODO AAAAMM E RUBRICA, NA ORDEM
      *               DE DIGITACAO), CLASSIFICA POR CODIGO E CRITICA
      *               CAMPO A CAMPO COMO O EX21 FAZ COM O CADFUN. AS
      *               RUBRICAS VEM DA TABELA CADRUB, QUE DIZ COMO CADA
      *               UMA E CALCULADA - "H" (HORAS X SALARIO-HORA X
      *               FATOR, COM O SALARIO-HORA IGUAL AO SALARIO DO
      *               CADSAI_REAJ DO DIA DIVIDIDO PELO DIVISOR DA
      *               RUBRICA, PADRAO 220) OU "F" (VALOR FIXO DO
      *               LANCAMENTO OU, EM BRANCO, O DA TABELA) - E SE
      *               SOFRE OS DESCONTOS DO CADDED. OS LANCAMENTOS
      *               VALIDOS SAEM VALORIZADOS NO CADVRV_AAAAMMDD.DAT
      *               SELADO, LIDO PELO EX34 (BRUTO) E PELO EX37
      *               (LANCAMENTOS CONTABEIS); OS REJEITADOS NO REJVAR
      *               COM O CODIGO DO MOTIVO. O MESTRE INDEXADO CADVPG
      *               GUARDA A DATA EM QUE CADA FUNCIONARIO/PERIODO/
      *               RUBRICA FOI PAGO, PARA QUE O MESMO MOVIMENTO NAO
      *               SEJA PAGO EM OUTRA DATA; REPROCESSAR A MESMA DATA
      *               REFAZ O PAGAMENTO.
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
      *    MOVIMENTO DIGITADO NA ORDEM DE ENTRADA; A CLASSIFICACAO POR
      *    CODIGO E FEITA PELO SORT ANTES DA CRITICA.
           SELECT CADVAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVAR.
      *    TABELA DE RUBRICAS, MANTIDA SEM RECOMPILAR.
           SELECT CADRUB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRUB.
      *    SALARIOS REAJUSTADOS DO DIA, GRAVADOS E SELADOS PELO EX08.
           SELECT CADSAI ASSIGN TO WS-NOME-CADSAI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
      *    HISTORICO DO QUE JA FOI PAGO, CHAVE CODIGO + PERIODO +
      *    RUBRICA.
           SELECT CADVPG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VPG
           FILE STATUS IS FS-CADVPG.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT CADVRV ASSIGN TO WS-NOME-CADVRV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVRV.
           SELECT REJVAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJVAR.
           SELECT CTL63 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL63.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *    OS CAMPOS NUMERICOS SAO LIDOS COMO TEXTO E CONFERIDOS COM
      *    O TESTE NUMERIC ANTES DE QUALQUER USO ARITMETICO, JA QUE O
      *    MOVIMENTO E DIGITADO A MAO. QTD EM HORAS (999V99) PARA AS
      *    RUBRICAS "H"; VALOR PARA AS RUBRICAS "F".
       FD CADVAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVAR.DAT".

       01 REG-VAR                 PIC X(28).

       FD CADRUB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRUB.DAT".

       01 REG-RUB.
           02 COD-RUB             PIC X(03).
           02 DESCR-RUB           PIC X(20).
           02 FORMA-RUB           PIC X(01).
           02 FATOR-RUB-X         PIC X(05).
           02 FATOR-RUB REDEFINES FATOR-RUB-X PIC 9(01)V9(04).
           02 DIVISOR-RUB-X       PIC X(03).
           02 DIVISOR-RUB REDEFINES DIVISOR-RUB-X PIC 9(03).
           02 VALOR-RUB-X         PIC X(09).
           02 VALOR-RUB REDEFINES VALOR-RUB-X PIC 9(07)V99.
           02 INCIDE-RUB          PIC X(01).

      *    MESMO LAYOUT GRAVADO PELO EX08.
       FD CADSAI
           LABEL RECORD ARE STANDARD.

       01 REG-SAI.
           02 COD-SAI             PIC 9(05).
           02 NOME-SAI            PIC X(20).
           02 SAL-SAI             PIC 9(07)V99.
           02 DEP-SAI             PIC X(05).

       01 REG-SELO-H.
           02 TIPO-SELO-H         PIC X(03).
           02 PROG-SELO-H         PIC X(08).
           02 DATA-SELO-H         PIC 9(08).
       01 REG-SELO-T.
           02 TIPO-SELO-T         PIC X(03).
           02 QTD-SELO-T          PIC 9(07).
           02 HASH-SELO-T         PIC 9(11)V99.

       FD CADVPG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVPG.DAT".

       01 REG-VPG.
           02 CHAVE-VPG.
              03 COD-VPG          PIC 9(05).
              03 PERIODO-VPG      PIC 9(06).
              03 RUB-VPG          PIC X(03).
           02 DATA-VPG            PIC 9(08).
           02 VALOR-VPG           PIC 9(07)V99.

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    PROVENTO VARIAVEL VALIDADO E VALORIZADO, EM ORDEM DE CODIGO.
      *    INCIDE-VRV "S" ENTRA NA BASE DOS DESCONTOS DO CADDED. SELADO
      *    COMO OS DEMAIS ARQUIVOS DE REPASSE (HASH = SOMA DOS VALORES).
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

      *    ARQUIVO DE EXCECAO: O LANCAMENTO ORIGINAL PRECEDIDO DO
      *    CODIGO DO MOTIVO DA REJEICAO:
      *      01 = CODIGO NAO NUMERICO
      *      02 = PERIODO INVALIDO OU POSTERIOR AO MES DE PROCESSAMENTO
      *      03 = RUBRICA INEXISTENTE NO CADRUB
      *      04 = HORAS NAO NUMERICAS OU ZERADAS (RUBRICA "H")
      *      05 = VALOR NAO NUMERICO OU ZERADO (RUBRICA "F")
      *      06 = FUNCIONARIO FORA DA FOLHA DO DIA
      *      07 = LANCAMENTO DUPLICADO NO MOVIMENTO
      *      08 = JA PAGO EM OUTRA DATA
       FD REJVAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJVAR.DAT".

       01 REG-REJV.
           02 MOTIVO-REJV         PIC X(02).
           02 CONTEUDO-REJV       PIC X(28).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL63
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL63.DAT".

       01 REG-CTL63.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-VALIDOS-CTL     PIC 9(07).
           02 QTD-REJ-CTL         PIC 9(07).
           02 SOMA-VALORES-CTL    PIC 9(11)V99.

       SD ARQSORT.

       01 REG-WRK.
           02 COD-WRK-X           PIC X(05).
           02 COD-WRK REDEFINES COD-WRK-X PIC 9(05).
           02 PERIODO-WRK-X       PIC X(06).
           02 PERIODO-WRK REDEFINES PERIODO-WRK-X PIC 9(06).
           02 RUB-WRK             PIC X(03).
           02 QTD-WRK-X           PIC X(05).
           02 QTD-WRK REDEFINES QTD-WRK-X PIC 9(03)V99.
           02 VALOR-WRK-X         PIC X(09).
           02 VALOR-WRK REDEFINES VALOR-WRK-X PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADVAR               PIC X(02).
       77 FS-CADRUB               PIC X(02).
       77 FS-CADSAI               PIC X(02).
       77 FS-CADVPG               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-CADVRV               PIC X(02).
       77 FS-REJVAR               PIC X(02).
       77 FS-CTL63                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CADSAI          PIC X(30).
       77 WS-NOME-CADVRV          PIC X(30).
       77 WS-NOME-VAR             PIC X(10)       VALUE "CADVAR.DAT".
       77 WS-EXISTE               PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
       77 TEM-CADVAR              PIC X(03)       VALUE "NAO".
       77 ANOMES-PROC             PIC 9(06).
       77 FIM-RUB                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
       77 FIM-SAI                 PIC X(03)       VALUE "NAO".
       77 TRL-VISTO               PIC X(03)       VALUE "NAO".
       77 SELO-QTD-LIDA           PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-LIDA          PIC 9(11)V99    VALUE ZEROS.
       77 MOTIVO-CALC             PIC X(02).
       77 VALOR-CALC              PIC 9(07)V99.
      *    CHAVE DO ULTIMO LANCAMENTO ACEITO, PARA A CRITICA DE
      *    DUPLICADOS (O SORT DEIXA OS REPETIDOS ADJACENTES).
       77 TEM-ANTERIOR            PIC X(03)       VALUE "NAO".
       01 CHAVE-ANTERIOR.
           02 COD-ANT             PIC X(05).
           02 PERIODO-ANT         PIC X(06).
           02 RUB-ANT             PIC X(03).
       01 CHAVE-ATUAL.
           02 COD-ATU             PIC X(05).
           02 PERIODO-ATU         PIC X(06).
           02 RUB-ATU             PIC X(03).
       01 PERIODO-CRITICA         PIC 9(06).
       01 PERIODO-CRI-DESM REDEFINES PERIODO-CRITICA.
           02 ANO-CRI             PIC 9(04).
           02 MES-CRI             PIC 9(02).
      *    TABELA DE RUBRICAS CARREGADA DO CADRUB. LINHA COM FORMA,
      *    INCIDENCIA OU NUMEROS INVALIDOS NAO E CARREGADA, E OS
      *    LANCAMENTOS DELA CAEM NO MOTIVO 03.
       77 CONT-RUBRICAS           PIC 9(02)       VALUE ZEROS.
       77 SUB-RUB                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-RUB               PIC X(03)       VALUE "NAO".
       77 LIMITE-RUB-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-RUBRICAS.
           02 RUBRICA-ITEM OCCURS 50 TIMES.
              03 COD-TAB          PIC X(03).
              03 DESCR-TAB        PIC X(20).
              03 FORMA-TAB        PIC X(01).
              03 FATOR-TAB        PIC 9(01)V9(04).
              03 DIVISOR-TAB      PIC 9(03).
              03 VALOR-TAB        PIC 9(07)V99.
              03 INCIDE-TAB       PIC X(01).
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-VALIDOS            PIC 9(07)       VALUE ZEROS.
       77 CONT-REJ                PIC 9(07)       VALUE ZEROS.
       77 SOMA-VALORES            PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX63".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM VERIFICA-SELO-CADSAI
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-CABECALHO
           IF TEM-CADVAR EQUAL "SIM"
               SORT ARQSORT
                   ON ASCENDING KEY COD-WRK-X PERIODO-WRK-X RUB-WRK
                   WITH DUPLICATES IN ORDER
                   USING CADVAR
                   OUTPUT PROCEDURE IS CRITICA-MOVIMENTO
           END-IF
       END-IF.
      *    LE O RESTO DO CADSAI ATE O TRAILER, PARA QUE O SELO SEJA
      *    CONFERIDO MESMO QUANDO O MOVIMENTO ACABA ANTES DA FOLHA.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-CADSAI
               UNTIL FIM-SAI EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-TRAILER
           PERFORM GERA-RELATORIO-CTL
       END-IF.
       PERFORM TERMINO.
       GOBACK.

      *    O CADVAR E OPCIONAL: SEM MOVIMENTO O CADVRV SAI SO COM O
      *    SELO, E O EX34/EX37 SEGUEM SEM PROVENTOS VARIAVEIS. COMO O
      *    SORT NAO PASSA PELO FILE STATUS, A EXISTENCIA E CONFERIDA
      *    ANTES, COMO NO EX15. O CADRUB E OBRIGATORIO QUANDO HA
      *    MOVIMENTO: SEM ELE NAO HA COMO VALORIZAR NADA.
       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-ARQ (1:6) TO ANOMES-PROC.
           PERFORM GERA-NOMES.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-VAR WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE "SIM" TO TEM-CADVAR
               PERFORM CARREGA-RUBRICAS.
           OPEN INPUT CADSAI
               OUTPUT CADVRV
               OUTPUT REJVAR
               OUTPUT CTL63.
           PERFORM ABRE-CADVPG.
           PERFORM VERIFICA-ABERTURA.

       GERA-NOMES.
           MOVE SPACES TO WS-NOME-CADSAI.
           STRING "CADSAI_REAJ_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADSAI.
           MOVE SPACES TO WS-NOME-CADVRV.
           STRING "CADVRV_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADVRV.

      *    CRIA O CADVPG NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADHSF DO EX31.
       ABRE-CADVPG.
           OPEN I-O CADVPG.
           IF FS-CADVPG EQUAL "35"
               OPEN OUTPUT CADVPG
               CLOSE CADVPG
               OPEN I-O CADVPG.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADSAI NOT EQUAL "00"
               MOVE "CADSAI.DAT" TO ERR-ARQUIVO
               MOVE FS-CADSAI    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADVPG NOT EQUAL "00"
               MOVE "CADVPG.DAT" TO ERR-ARQUIVO
               MOVE FS-CADVPG    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADVRV NOT EQUAL "00"
               MOVE "CADVRV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADVRV    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-REJVAR NOT EQUAL "00"
               MOVE "REJVAR.DAT" TO ERR-ARQUIVO
               MOVE FS-REJVAR    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL63 NOT EQUAL "00"
               MOVE "CTL63.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL63     TO ERR-STATUS
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

       CARREGA-RUBRICAS.
           OPEN INPUT CADRUB.
           IF FS-CADRUB NOT EQUAL "00"
               MOVE "CADRUB.DAT" TO ERR-ARQUIVO
               MOVE FS-CADRUB    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM LE-CADRUB
               PERFORM GUARDA-RUBRICA
                   UNTIL FIM-RUB EQUAL "SIM"
               CLOSE CADRUB
           END-IF.

       LE-CADRUB.
           READ CADRUB
               AT END
                   MOVE "SIM" TO FIM-RUB
           END-READ.

      *    DIVISOR EM BRANCO OU ZERADO VALE 220 HORAS; FATOR EM BRANCO
      *    OU ZERADO VALE 1; VALOR PADRAO EM BRANCO VALE ZERO (O VALOR
      *    TEM DE VIR NO LANCAMENTO).
       GUARDA-RUBRICA.
           IF COD-RUB NOT EQUAL SPACES
              AND (FORMA-RUB EQUAL "H" OR FORMA-RUB EQUAL "F")
              AND (INCIDE-RUB EQUAL "S" OR INCIDE-RUB EQUAL "N")
              AND (FATOR-RUB-X IS NUMERIC OR FATOR-RUB-X EQUAL SPACES)
              AND (DIVISOR-RUB-X IS NUMERIC
                OR DIVISOR-RUB-X EQUAL SPACES)
              AND (VALOR-RUB-X IS NUMERIC OR VALOR-RUB-X EQUAL SPACES)
               IF CONT-RUBRICAS LESS 50
                   ADD 1 TO CONT-RUBRICAS
                   MOVE COD-RUB    TO COD-TAB (CONT-RUBRICAS)
                   MOVE DESCR-RUB  TO DESCR-TAB (CONT-RUBRICAS)
                   MOVE FORMA-RUB  TO FORMA-TAB (CONT-RUBRICAS)
                   MOVE INCIDE-RUB TO INCIDE-TAB (CONT-RUBRICAS)
                   MOVE 1          TO FATOR-TAB (CONT-RUBRICAS)
                   MOVE 220        TO DIVISOR-TAB (CONT-RUBRICAS)
                   MOVE ZEROS      TO VALOR-TAB (CONT-RUBRICAS)
                   IF FATOR-RUB-X IS NUMERIC
                      AND FATOR-RUB GREATER ZEROS
                       MOVE FATOR-RUB TO FATOR-TAB (CONT-RUBRICAS)
                   END-IF
                   IF DIVISOR-RUB-X IS NUMERIC
                      AND DIVISOR-RUB GREATER ZEROS
                       MOVE DIVISOR-RUB TO DIVISOR-TAB (CONT-RUBRICAS)
                   END-IF
                   IF VALOR-RUB-X IS NUMERIC
                       MOVE VALOR-RUB TO VALOR-TAB (CONT-RUBRICAS)
                   END-IF
               ELSE
                   IF LIMITE-RUB-LOGADO EQUAL "NAO"
                       MOVE "CADRUB.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-RUB-LOGADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CADRUB.

       PROCURA-RUBRICA.
           MOVE "NAO" TO ACHOU-RUB.
           PERFORM VARIA-PROCURA-RUBRICA
               VARYING SUB-RUB FROM 1 BY 1
               UNTIL SUB-RUB GREATER CONT-RUBRICAS
                  OR ACHOU-RUB EQUAL "SIM".
           IF ACHOU-RUB EQUAL "SIM"
               SUBTRACT 1 FROM SUB-RUB.

       VARIA-PROCURA-RUBRICA.
           IF COD-TAB (SUB-RUB) EQUAL RUB-WRK
               MOVE "SIM" TO ACHOU-RUB.

      *    O PRIMEIRO REGISTRO DO CADSAI DA DATA PRECISA SER O
      *    CABECALHO DO SELO GRAVADO PELO EX08, COM A DATA DE
      *    PROCESSAMENTO ESPERADA. JA DEIXA O PRIMEIRO FUNCIONARIO
      *    CARREGADO PARA O AVANCO CASADO.
       VERIFICA-SELO-CADSAI.
           READ CADSAI
               AT END
                   PERFORM LOGA-SELO-AUSENTE
               NOT AT END
                   IF TIPO-SELO-H NOT EQUAL "HDR"
                       PERFORM LOGA-SELO-AUSENTE
                   ELSE
                       IF DATA-SELO-H NOT EQUAL WS-DATA-ARQ
                           PERFORM LOGA-SELO-DATA
                       END-IF
                   END-IF
           END-READ.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM LE-CADSAI.

       LOGA-SELO-AUSENTE.
           MOVE "CADSAI.DAT" TO ERR-ARQUIVO.
           MOVE "95"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-DATA.
           MOVE "CADSAI.DAT" TO ERR-ARQUIVO.
           MOVE "96"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-TOTAL.
           MOVE "CADSAI.DAT" TO ERR-ARQUIVO.
           MOVE "97"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

      *    O TRAILER DO SELO FECHA A LEITURA DO CADSAI: QUANTIDADE OU
      *    HASH QUE NAO CONFEREM COM O ACUMULADO, OU FIM DE ARQUIVO
      *    SEM TRAILER (ARQUIVO TRUNCADO), ABORTAM O PROGRAMA.
       LE-CADSAI.
           READ CADSAI
               AT END
                   IF TRL-VISTO EQUAL "NAO"
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-SAI
               NOT AT END
                   IF TIPO-SELO-T EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO
                       MOVE "SIM" TO FIM-SAI
                       IF QTD-SELO-T NOT EQUAL SELO-QTD-LIDA
                          OR HASH-SELO-T NOT EQUAL SELO-HASH-LIDA
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-LIDA
                       ADD SAL-SAI TO SELO-HASH-LIDA
                   END-IF
           END-READ.

       GRAVA-SELO-CABECALHO.
           MOVE SPACES      TO REG-VRV.
           MOVE "HDR"       TO TIPO-SELO-HV.
           MOVE "EX63"      TO PROG-SELO-HV.
           MOVE WS-DATA-ARQ TO DATA-SELO-HV.
           WRITE REG-SELO-HV.

       GRAVA-SELO-TRAILER.
           MOVE SPACES       TO REG-VRV.
           MOVE "TRL"        TO TIPO-SELO-TV.
           MOVE CONT-VALIDOS TO QTD-SELO-TV.
           MOVE SOMA-VALORES TO HASH-SELO-TV.
           WRITE REG-SELO-TV.

      *    PROCEDIMENTO DE SAIDA DO SORT: CRITICA OS LANCAMENTOS JA EM
      *    ORDEM DE CODIGO, EMPARELHANDO COM O CADSAI DO DIA.
       CRITICA-MOVIMENTO.
           PERFORM LE-MOVIMENTO.
           PERFORM CRITICA-LANCAMENTO
               UNTIL FIM-WRK EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM".

       LE-MOVIMENTO.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
               NOT AT END
                   ADD 1 TO CONT-LIDOS
           END-RETURN.

       CRITICA-LANCAMENTO.
           MOVE SPACES TO MOTIVO-CALC.
           MOVE COD-WRK-X     TO COD-ATU.
           MOVE PERIODO-WRK-X TO PERIODO-ATU.
           MOVE RUB-WRK       TO RUB-ATU.
           IF COD-WRK-X NOT NUMERIC
               MOVE "01" TO MOTIVO-CALC
           ELSE
               PERFORM CRITICA-PERIODO
           END-IF.
           IF MOTIVO-CALC EQUAL SPACES
               PERFORM PROCURA-RUBRICA
               IF ACHOU-RUB EQUAL "NAO"
                   MOVE "03" TO MOTIVO-CALC
               END-IF
           END-IF.
           IF MOTIVO-CALC EQUAL SPACES
               PERFORM CRITICA-QUANTIDADE
           END-IF.
           IF MOTIVO-CALC EQUAL SPACES
               PERFORM LE-CADSAI
                   UNTIL FIM-SAI EQUAL "SIM"
                      OR COD-SAI NOT LESS COD-WRK
               IF FIM-SAI EQUAL "SIM"
                  OR COD-SAI NOT EQUAL COD-WRK
                   MOVE "06" TO MOTIVO-CALC
               END-IF
           END-IF.
           IF MOTIVO-CALC EQUAL SPACES
              AND TEM-ANTERIOR EQUAL "SIM"
              AND CHAVE-ATUAL EQUAL CHAVE-ANTERIOR
               MOVE "07" TO MOTIVO-CALC.
           IF MOTIVO-CALC EQUAL SPACES
               PERFORM VALORIZA-LANCAMENTO
               PERFORM REGISTRA-PAGAMENTO
           END-IF.
           IF MOTIVO-CALC EQUAL SPACES
               PERFORM GRAVA-VALIDO
           ELSE
               MOVE MOTIVO-CALC TO MOTIVO-REJV
               MOVE REG-WRK     TO CONTEUDO-REJV
               WRITE REG-REJV
               ADD 1 TO CONT-REJ
           END-IF.
           PERFORM LE-MOVIMENTO.

      *    PERIODO AAAAMM NUMERICO, MES DE 1 A 12 E NAO POSTERIOR AO
      *    MES DE PROCESSAMENTO (LANCAMENTO ATRASADO DE MES ANTERIOR E
      *    ACEITO).
       CRITICA-PERIODO.
           IF PERIODO-WRK-X NOT NUMERIC
               MOVE "02" TO MOTIVO-CALC
           ELSE
               MOVE PERIODO-WRK TO PERIODO-CRITICA
               IF MES-CRI LESS 1 OR MES-CRI GREATER 12
                  OR PERIODO-CRITICA GREATER ANOMES-PROC
                   MOVE "02" TO MOTIVO-CALC
               END-IF
           END-IF.

       CRITICA-QUANTIDADE.
           IF FORMA-TAB (SUB-RUB) EQUAL "H"
               IF QTD-WRK-X NOT NUMERIC
                   MOVE "04" TO MOTIVO-CALC
               ELSE
                   IF QTD-WRK EQUAL ZEROS
                       MOVE "04" TO MOTIVO-CALC
                   END-IF
               END-IF
           ELSE
               IF VALOR-WRK-X EQUAL SPACES
                   IF VALOR-TAB (SUB-RUB) EQUAL ZEROS
                       MOVE "05" TO MOTIVO-CALC
                   END-IF
               ELSE
                   IF VALOR-WRK-X NOT NUMERIC
                       MOVE "05" TO MOTIVO-CALC
                   ELSE
                       IF VALOR-WRK EQUAL ZEROS
                           MOVE "05" TO MOTIVO-CALC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    "H": SALARIO DO DIA / DIVISOR X HORAS X FATOR, ARREDONDADO
      *    NO CENTAVO. "F": VALOR DO LANCAMENTO OU, EM BRANCO, O DA
      *    TABELA.
       VALORIZA-LANCAMENTO.
           IF FORMA-TAB (SUB-RUB) EQUAL "H"
               COMPUTE VALOR-CALC ROUNDED = SAL-SAI * QTD-WRK
                   * FATOR-TAB (SUB-RUB) / DIVISOR-TAB (SUB-RUB)
           ELSE
               IF VALOR-WRK-X EQUAL SPACES
                   MOVE VALOR-TAB (SUB-RUB) TO VALOR-CALC
               ELSE
                   MOVE VALOR-WRK TO VALOR-CALC
               END-IF
           END-IF.

      *    GRAVA NO CADVPG A DATA DO PAGAMENTO. JA PAGO EM OUTRA DATA
      *    REJEITA (MOTIVO 08); NA MESMA DATA E REPROCESSAMENTO E O
      *    VALOR E ATUALIZADO.
       REGISTRA-PAGAMENTO.
           MOVE COD-WRK     TO COD-VPG.
           MOVE PERIODO-WRK TO PERIODO-VPG.
           MOVE RUB-WRK     TO RUB-VPG.
           READ CADVPG
               INVALID KEY
                   MOVE WS-DATA-ARQ TO DATA-VPG
                   MOVE VALOR-CALC  TO VALOR-VPG
                   WRITE REG-VPG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM CONFERE-GRAVACAO
               NOT INVALID KEY
                   IF DATA-VPG NOT EQUAL WS-DATA-ARQ
                       MOVE "08" TO MOTIVO-CALC
                   ELSE
                       MOVE VALOR-CALC TO VALOR-VPG
                       REWRITE REG-VPG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       PERFORM CONFERE-GRAVACAO
                   END-IF
           END-READ.

       CONFERE-GRAVACAO.
           IF FS-CADVPG NOT EQUAL "00"
               MOVE "CADVPG.DAT" TO ERR-ARQUIVO
               MOVE FS-CADVPG    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       GRAVA-VALIDO.
           MOVE COD-WRK              TO COD-VRV.
           MOVE PERIODO-WRK          TO PERIODO-VRV.
           MOVE RUB-WRK              TO RUB-VRV.
           MOVE DESCR-TAB (SUB-RUB)  TO DESCR-VRV.
           MOVE INCIDE-TAB (SUB-RUB) TO INCIDE-VRV.
           MOVE ZEROS                TO QTD-VRV.
           IF FORMA-TAB (SUB-RUB) EQUAL "H"
               MOVE QTD-WRK TO QTD-VRV.
           MOVE VALOR-CALC           TO VALOR-VRV.
           MOVE DEP-SAI              TO DEP-VRV.
           WRITE REG-VRV.
           ADD 1 TO CONT-VALIDOS.
           ADD VALOR-CALC TO SOMA-VALORES.
           MOVE CHAVE-ATUAL TO CHAVE-ANTERIOR.
           MOVE "SIM"       TO TEM-ANTERIOR.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS   TO QTD-LIDOS-CTL.
           MOVE CONT-VALIDOS TO QTD-VALIDOS-CTL.
           MOVE CONT-REJ     TO QTD-REJ-CTL.
           MOVE SOMA-VALORES TO SOMA-VALORES-CTL.
           WRITE REG-CTL63.

       TERMINO.
           CLOSE CADSAI
                 CADVPG
                 CADVRV
                 REJVAR
                 CTL63.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
