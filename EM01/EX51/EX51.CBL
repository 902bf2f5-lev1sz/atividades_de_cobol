       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX51.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       BAIXA DE PAGAMENTOS E INADIMPLENCIA. LE OS
      *               PAGAMENTOS RECEBIDOS (CADPAG) E DA BAIXA NOS
      *               TITULOS ABERTOS DO CADREB GERADOS PELO EX50.
      *               PAGAMENTO COM COMPETENCIA INFORMADA VAI PARA
      *               AQUELE TITULO; COM COMPETENCIA ZERADA QUITA OS
      *               TITULOS ABERTOS DO ALUNO DO MAIS ANTIGO PARA O
      *               MAIS NOVO. VALOR MENOR QUE O SALDO DEIXA O TITULO
      *               ABERTO COM BAIXA PARCIAL; VALOR QUE SOBRA DEPOIS
      *               DE QUITAR TUDO SAI COMO "A MAIOR" NO RELBXA PARA
      *               A SECRETARIA DEVOLVER OU COMPENSAR. CADA
      *               PAGAMENTO SAI NO RELBXA COM O RESULTADO. DEPOIS
      *               DAS BAIXAS, VARRE O CADREB E EMITE:
      *               - RELINA: TITULOS VENCIDOS POR TURMA EM FAIXAS
      *                 DE ATRASO (1-30, 31-60, 61-90 E MAIS DE 90
      *                 DIAS), COM QUANTIDADE E VALOR EM ABERTO;
      *               - RELSAB: SALDO EM ABERTO DE CADA ALUNO, PARA A
      *                 SECRETARIA CONSULTAR ANTES DA REMATRICULA DO
      *                 EX42.
      *               SEM O CADPAG, SO EMITE OS DOIS RELATORIOS.
      *               CADA PAGAMENTO BAIXADO FICA NO DIARIO INDEXADO
      *               CADBXJ (MATRICULA + DATA + COMPETENCIA +
      *               SEQUENCIA DO PAGAMENTO IGUAL NO CADPAG), E O QUE
      *               JA ESTA NELE SAI COMO "REPETIDO" SEM NOVA BAIXA:
      *               O CADPAG PODE SER REPROCESSADO OU ACUMULADO SEM
      *               BAIXAR DUAS VEZES O MESMO PAGAMENTO.
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
           SELECT CADPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAG.
      *    ACESSO DINAMICO: LEITURA DIRETA NA BAIXA E SEQUENCIAL A
      *    PARTIR DA MATRICULA NA COMPETENCIA ZERADA E NA VARREDURA.
           SELECT CADREB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-REB
           FILE STATUS IS FS-CADREB.
      *    DIARIO DOS PAGAMENTOS JA BAIXADOS, CONSULTADO ANTES DE
      *    CADA BAIXA.
           SELECT CADBXJ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-BXJ
           FILE STATUS IS FS-CADBXJ.
           SELECT RELBXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELBXA.
           SELECT RELINA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELINA.
           SELECT RELSAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSAB.
           SELECT CTL51 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL51.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.

       DATA DIVISION.
       FILE SECTION.
      *    PAGAMENTOS RECEBIDOS, MANTIDOS A MAO. OS CAMPOS SAO LIDOS
      *    COMO TEXTO E CONFERIDOS COM O TESTE NUMERIC. COMPETENCIA
      *    EM AAAAMM (ZEROS = TITULO MAIS ANTIGO PRIMEIRO) E DATA DO
      *    PAGAMENTO EM AAAAMMDD.
       FD CADPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAG.DAT".

       01 REG-PAG.
           02 MAT-PAG-X           PIC X(05).
           02 MAT-PAG REDEFINES MAT-PAG-X
                                  PIC 9(05).
           02 COMPET-PAG-X        PIC X(06).
           02 COMPET-PAG REDEFINES COMPET-PAG-X
                                  PIC 9(06).
           02 VALOR-PAG-X         PIC X(09).
           02 VALOR-PAG REDEFINES VALOR-PAG-X
                                  PIC 9(07)V99.
           02 DATA-PAG-X          PIC X(08).
           02 DATA-PAG REDEFINES DATA-PAG-X
                                  PIC 9(08).

      *    TITULO DE MENSALIDADE, NO MESMO LAYOUT DO EX50.
       FD CADREB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADREB.DAT".

       01 REG-REB.
           02 CHAVE-REB.
              03 MAT-REB           PIC 9(05).
              03 COMPET-REB        PIC 9(06).
           02 NOME-REB             PIC X(20).
           02 TURMA-REB            PIC X(03).
           02 VALOR-CHEIO-REB      PIC 9(07)V99.
           02 PERC-BOLSA-REB       PIC 9(03)V99.
           02 VALOR-REB            PIC 9(07)V99.
           02 VALOR-PAGO-REB       PIC 9(07)V99.
           02 VENC-REB             PIC 9(08).
           02 DATA-PAGTO-REB       PIC 9(08).
           02 SIT-REB              PIC X(06).

      *    PAGAMENTO BAIXADO. A SEQUENCIA SEPARA PAGAMENTOS DO MESMO
      *    ALUNO, DATA E COMPETENCIA: E A ORDEM DELES NO CADPAG.
       FD CADBXJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBXJ.DAT".

       01 REG-BXJ.
           02 CHAVE-BXJ.
              03 PREFIXO-BXJ       PIC X(19).
              03 SEQ-BXJ           PIC 9(03).
           02 VALOR-BXJ            PIC 9(07)V99.
           02 DATA-PROC-BXJ        PIC 9(08).

      *    RELATORIOS EM IMAGEM DE IMPRESSAO.
       FD RELBXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELBXA.DAT".

       01 LINHA-BXA               PIC X(80).

       FD RELINA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELINA.DAT".

       01 LINHA-INA               PIC X(80).

       FD RELSAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELSAB.DAT".

       01 LINHA-SAB               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL51
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL51.DAT".

       01 REG-CTL51.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-BAIXADOS-CTL    PIC 9(07).
           02 QTD-PARCIAIS-CTL    PIC 9(07).
           02 QTD-RECUSADOS-CTL   PIC 9(07).
           02 VALOR-RECEBIDO-CTL  PIC 9(11)V99.
           02 VALOR-A-MAIOR-CTL   PIC 9(11)V99.
           02 QTD-VENCIDOS-CTL    PIC 9(07).
           02 VALOR-VENCIDO-CTL   PIC 9(11)V99.
           02 QTD-REPETIDOS-CTL   PIC 9(07).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-CADPAG               PIC X(02).
       77 FS-CADREB               PIC X(02).
       77 FS-CADBXJ               PIC X(02).
       77 FS-RELBXA               PIC X(02).
       77 FS-RELINA               PIC X(02).
       77 FS-RELSAB               PIC X(02).
       77 FS-CTL51                PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-REB                 PIC X(03)       VALUE "NAO".
       77 TEM-CADPAG              PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
      *    BAIXA DO PAGAMENTO CORRENTE.
       77 RESTA-PAG               PIC 9(07)V99    VALUE ZEROS.
       77 SALDO-TIT               PIC 9(07)V99    VALUE ZEROS.
       77 VALOR-APLIC             PIC 9(07)V99    VALUE ZEROS.
       77 CONT-APLICADOS          PIC 9(03)       VALUE ZEROS.
       77 MOTIVO-RECUSA           PIC X(20)       VALUE SPACES.
       77 JA-BAIXADO              PIC X(03)       VALUE "NAO".
      *    SEQUENCIA DO PAGAMENTO: QUANTAS VEZES A MESMA MATRICULA,
      *    DATA E COMPETENCIA JA APARECERAM NO CADPAG DESTA EXECUCAO.
       01 PREFIXO-PAG.
           02 MAT-PFX             PIC 9(05).
           02 DATA-PFX            PIC 9(08).
           02 COMPET-PFX          PIC 9(06).
       77 SEQ-PAG                 PIC 9(03)       VALUE ZEROS.
       77 CONT-VISTOS             PIC 9(04)       VALUE ZEROS.
       77 SUB-VIS                 PIC 9(04)       VALUE ZEROS.
       77 ACHOU-VIS               PIC X(03)       VALUE "NAO".
       77 LIMITE-VIS-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-VISTOS.
           02 VIS-ITEM OCCURS 5000 TIMES.
              03 PREFIXO-VIS       PIC X(19).
              03 QTD-VIS           PIC 9(03).
      *    SALDO POR ALUNO, NA QUEBRA DE MATRICULA DA VARREDURA.
       77 MAT-ANT                 PIC 9(05)       VALUE ZEROS.
       77 NOME-ANT                PIC X(20)       VALUE SPACES.
       77 TURMA-ANT               PIC X(03)       VALUE SPACES.
       77 QTD-ABERTOS-ALU         PIC 9(03)       VALUE ZEROS.
       77 SALDO-ALU               PIC 9(09)V99    VALUE ZEROS.
       77 VENCIDO-ALU             PIC 9(09)V99    VALUE ZEROS.
      *    INADIMPLENCIA POR TURMA E FAIXA DE ATRASO (1 = 1 A 30,
      *    2 = 31 A 60, 3 = 61 A 90, 4 = MAIS DE 90 DIAS).
       77 CONT-TURMAS             PIC 9(03)       VALUE ZEROS.
       77 SUB-TUR                 PIC 9(03)       VALUE ZEROS.
       77 SUB-FAIXA               PIC 9(01)       VALUE ZEROS.
       77 ACHOU-TUR               PIC X(03)       VALUE "NAO".
       77 LIMITE-TUR-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-TURMAS.
           02 TUR-ITEM OCCURS 100 TIMES.
              03 TURMA-TAB         PIC X(03).
              03 FAIXA-TAB OCCURS 4 TIMES.
                 04 QTD-FAIXA-TAB  PIC 9(05).
                 04 VALOR-FAIXA-TAB
                                   PIC 9(09)V99.
       01 TAB-GERAL.
           02 FAIXA-GER OCCURS 4 TIMES.
              03 QTD-FAIXA-GER     PIC 9(05).
              03 VALOR-FAIXA-GER   PIC 9(11)V99.
       77 QTD-TOT-TUR             PIC 9(05)       VALUE ZEROS.
       77 VALOR-TOT-TUR           PIC 9(11)V99    VALUE ZEROS.
      *    CALCULO DE ATRASO EM DIAS CORRIDOS, POR CONTAGEM DE DIAS
      *    DESDE 01/01/2000, NO MESMO CRITERIO DO EX46.
       01 DATA-CALC               PIC 9(08).
       01 DATA-CALC-DESM REDEFINES DATA-CALC.
           02 ANO-CALC            PIC 9(04).
           02 MES-CALC            PIC 9(02).
           02 DIA-CALC            PIC 9(02).
       77 SERIAL-CALC             PIC 9(07).
       77 SERIAL-HOJE             PIC 9(07)   VALUE ZEROS.
       77 SUB-ANO                 PIC 9(04).
       77 SUB-MES                 PIC 9(02).
       77 DIAS-NO-MES             PIC 9(02).
       77 BISSEXTO                PIC X(03)   VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
       77 ATRASO-DIAS             PIC 9(05).
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-BAIXADOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-PARCIAIS           PIC 9(07)       VALUE ZEROS.
       77 CONT-RECUSADOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-REPETIDOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-VENCIDOS           PIC 9(07)       VALUE ZEROS.
       77 SOMA-RECEBIDO           PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-A-MAIOR            PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-VENCIDO            PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX51".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-BXA.
           02 MAT-BXA             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 COMPET-BXA          PIC 9(06).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 VALOR-BXA           PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 RESULTADO-BXA       PIC X(08).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MOTIVO-BXA          PIC X(20).

       01 LIN-TURMA.
           02 FILLER              PIC X(06)       VALUE "TURMA ".
           02 TURMA-IMP           PIC X(03).

       01 LIN-FAIXA.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 TEXTO-FAIXA         PIC X(20).
           02 QTD-FAIXA-IMP       PIC ZZZZ9.
           02 FILLER              PIC X(09)       VALUE " TITULOS ".
           02 VALOR-FAIXA-IMP     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-SAB.
           02 MAT-SAB             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-SAB            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 TURMA-SAB           PIC X(03).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 QTD-SAB             PIC ZZ9.
           02 FILLER              PIC X(08)       VALUE " ABERTOS".
           02 SALDO-SAB           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VENCIDO-SAB         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(08)       VALUE " VENCIDO".

       01 LIN-RES.
           02 TEXTO-RES           PIC X(26).
           02 QTD-RES             PIC ZZZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           IF TEM-CADPAG EQUAL "SIM"
               PERFORM LE-CADPAG
               PERFORM BAIXA-PAGAMENTO
                   UNTIL FIM-ARQ EQUAL "SIM"
                      OR ABORTAR-JOB EQUAL "SIM"
           END-IF
           PERFORM VARRE-TITULOS
           PERFORM IMPRIME-INADIMPLENCIA
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-PROC TO DATA-CALC.
           PERFORM CALCULA-SERIAL.
           MOVE SERIAL-CALC TO SERIAL-HOJE.
           MOVE ZEROS TO TAB-GERAL.
           OPEN INPUT CADPAG.
           IF FS-CADPAG EQUAL "00"
               MOVE "SIM" TO TEM-CADPAG
           ELSE
               IF FS-CADPAG EQUAL "35"
                   MOVE "00" TO FS-CADPAG.
      *    O CADBXJ E CRIADO NA PRIMEIRA EXECUCAO, NO MOLDE DO
      *    ABRE-ACUMULADOS DO EX56.
           OPEN I-O CADBXJ.
           IF FS-CADBXJ EQUAL "35"
               OPEN OUTPUT CADBXJ
               CLOSE CADBXJ
               OPEN I-O CADBXJ.
           OPEN I-O CADREB
               OUTPUT RELBXA
               OUTPUT RELINA
               OUTPUT RELSAB
               OUTPUT CTL51.
           PERFORM VERIFICA-ABERTURA.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SEM O ARQUIVO VALE A DATA DO SISTEMA.
       LE-DATA-PROC.
           MOVE ZEROS TO WS-DATA-PROC.
           OPEN INPUT CADDAT.
           IF FS-CADDAT EQUAL "00"
               READ CADDAT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATA-PROC-DAT TO WS-DATA-PROC
               END-READ
               CLOSE CADDAT.
           IF WS-DATA-PROC EQUAL ZEROS
               ACCEPT WS-DATA-PROC FROM DATE YYYYMMDD.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB. O CADREB AUSENTE TAMBEM ABORTA:
      *    SEM O FATURAMENTO DO EX50 NAO HA O QUE BAIXAR.
       VERIFICA-ABERTURA.
           IF FS-CADPAG NOT EQUAL "00"
               MOVE "CADPAG.DAT" TO ERR-ARQUIVO
               MOVE FS-CADPAG    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADREB NOT EQUAL "00"
               MOVE "CADREB.DAT" TO ERR-ARQUIVO
               MOVE FS-CADREB    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADBXJ NOT EQUAL "00"
               MOVE "CADBXJ.DAT" TO ERR-ARQUIVO
               MOVE FS-CADBXJ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELBXA NOT EQUAL "00"
               MOVE "RELBXA.DAT" TO ERR-ARQUIVO
               MOVE FS-RELBXA    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELINA NOT EQUAL "00"
               MOVE "RELINA.DAT" TO ERR-ARQUIVO
               MOVE FS-RELINA    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELSAB NOT EQUAL "00"
               MOVE "RELSAB.DAT" TO ERR-ARQUIVO
               MOVE FS-RELSAB    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL51 NOT EQUAL "00"
               MOVE "CTL51.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL51     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       LE-CADPAG.
           READ CADPAG
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
           END-READ.

      *    CRITICA O PAGAMENTO E DIRIGE A BAIXA PARA O TITULO DA
      *    COMPETENCIA INFORMADA OU PARA OS TITULOS ABERTOS DO ALUNO.
       BAIXA-PAGAMENTO.
           MOVE SPACES TO MOTIVO-RECUSA.
           MOVE "NAO"  TO JA-BAIXADO.
           MOVE ZEROS  TO CONT-APLICADOS.
           EVALUATE TRUE
               WHEN MAT-PAG-X NOT NUMERIC
                 OR MAT-PAG EQUAL ZEROS
                   MOVE "MATRICULA INVALIDA" TO MOTIVO-RECUSA
               WHEN COMPET-PAG-X NOT NUMERIC
                   MOVE "COMPETENCIA INVALIDA" TO MOTIVO-RECUSA
               WHEN VALOR-PAG-X NOT NUMERIC
                 OR VALOR-PAG EQUAL ZEROS
                   MOVE "VALOR INVALIDO" TO MOTIVO-RECUSA
               WHEN DATA-PAG-X NOT NUMERIC
                 OR DATA-PAG EQUAL ZEROS
                   MOVE "DATA INVALIDA" TO MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM CONFERE-DIARIO
           END-EVALUATE.
           IF MOTIVO-RECUSA EQUAL SPACES
              AND JA-BAIXADO EQUAL "NAO"
               MOVE VALOR-PAG TO RESTA-PAG
               IF COMPET-PAG EQUAL ZEROS
                   PERFORM BAIXA-MAIS-ANTIGOS
               ELSE
                   PERFORM BAIXA-COMPETENCIA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN JA-BAIXADO EQUAL "SIM"
                   PERFORM IMPRIME-REPETIDO
               WHEN MOTIVO-RECUSA NOT EQUAL SPACES
                   PERFORM IMPRIME-RECUSA
               WHEN OTHER
                   ADD VALOR-PAG TO SOMA-RECEBIDO
                   IF RESTA-PAG GREATER ZEROS
                       PERFORM IMPRIME-A-MAIOR
                   END-IF
                   IF ABORTAR-JOB NOT EQUAL "SIM"
                       PERFORM GRAVA-DIARIO
                   END-IF
           END-EVALUATE.
           PERFORM LE-CADPAG.

      *    NUMERA O PAGAMENTO E PROCURA NO CADBXJ. O PAGAMENTO QUE JA
      *    ESTA NO DIARIO NAO E BAIXADO DE NOVO.
       CONFERE-DIARIO.
           MOVE MAT-PAG    TO MAT-PFX.
           MOVE DATA-PAG   TO DATA-PFX.
           MOVE COMPET-PAG TO COMPET-PFX.
           PERFORM NUMERA-PAGAMENTO.
           IF MOTIVO-RECUSA EQUAL SPACES
               MOVE PREFIXO-PAG TO PREFIXO-BXJ
               MOVE SEQ-PAG     TO SEQ-BXJ
               READ CADBXJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO JA-BAIXADO
               END-READ
           END-IF.

      *    CONTA AS OCORRENCIAS DA MESMA MATRICULA, DATA E COMPETENCIA
      *    NA TABELA DA EXECUCAO. ESGOTADA A TABELA, O PAGAMENTO E
      *    RECUSADO SEM BAIXA E FICA PARA QUANDO O CADPAG FOR LIMPO.
       NUMERA-PAGAMENTO.
           MOVE "NAO" TO ACHOU-VIS.
           PERFORM VARIA-PROCURA-VIS
               VARYING SUB-VIS FROM 1 BY 1
               UNTIL SUB-VIS GREATER CONT-VISTOS
                  OR ACHOU-VIS EQUAL "SIM".
           IF ACHOU-VIS EQUAL "SIM"
               SUBTRACT 1 FROM SUB-VIS
               ADD 1 TO QTD-VIS (SUB-VIS)
               MOVE QTD-VIS (SUB-VIS) TO SEQ-PAG
           ELSE
               IF CONT-VISTOS LESS 5000
                   ADD 1 TO CONT-VISTOS
                   MOVE PREFIXO-PAG TO PREFIXO-VIS (CONT-VISTOS)
                   MOVE 1           TO QTD-VIS (CONT-VISTOS)
                   MOVE 1           TO SEQ-PAG
               ELSE
                   MOVE "LIMITE DO DIARIO" TO MOTIVO-RECUSA
                   IF LIMITE-VIS-LOGADO EQUAL "NAO"
                       MOVE "CADPAG.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-VIS-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-VIS.
           IF PREFIXO-VIS (SUB-VIS) EQUAL PREFIXO-PAG
               MOVE "SIM" TO ACHOU-VIS.

      *    REGISTRA NO CADBXJ O PAGAMENTO QUE ACABOU DE SER BAIXADO.
       GRAVA-DIARIO.
           MOVE PREFIXO-PAG  TO PREFIXO-BXJ.
           MOVE SEQ-PAG      TO SEQ-BXJ.
           MOVE VALOR-PAG    TO VALOR-BXJ.
           MOVE WS-DATA-PROC TO DATA-PROC-BXJ.
           WRITE REG-BXJ
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-CADBXJ NOT EQUAL "00"
               MOVE "CADBXJ.DAT" TO ERR-ARQUIVO
               MOVE FS-CADBXJ    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       BAIXA-COMPETENCIA.
           MOVE MAT-PAG    TO MAT-REB.
           MOVE COMPET-PAG TO COMPET-REB.
           READ CADREB
               INVALID KEY
                   MOVE "TITULO INEXISTENTE" TO MOTIVO-RECUSA
           END-READ.
           IF MOTIVO-RECUSA EQUAL SPACES
               IF SIT-REB NOT EQUAL "ABERTO"
                   MOVE "TITULO JA QUITADO" TO MOTIVO-RECUSA
               ELSE
                   PERFORM BAIXA-TITULO
               END-IF
           END-IF.

      *    POSICIONA NO PRIMEIRO TITULO DA MATRICULA E QUITA OS ABERTOS
      *    EM ORDEM DE COMPETENCIA ENQUANTO HOUVER VALOR A APLICAR.
       BAIXA-MAIS-ANTIGOS.
           MOVE "NAO"   TO FIM-REB.
           MOVE MAT-PAG TO MAT-REB.
           MOVE ZEROS   TO COMPET-REB.
           START CADREB KEY NOT LESS CHAVE-REB
               INVALID KEY
                   MOVE "SIM" TO FIM-REB
           END-START.
           IF FIM-REB EQUAL "NAO"
               PERFORM LE-PROXIMO-REB.
           PERFORM APLICA-TITULO-ANTIGO
               UNTIL FIM-REB EQUAL "SIM"
                  OR MAT-REB NOT EQUAL MAT-PAG
                  OR RESTA-PAG EQUAL ZEROS
                  OR ABORTAR-JOB EQUAL "SIM".
           IF CONT-APLICADOS EQUAL ZEROS
               MOVE "SEM TITULO EM ABERTO" TO MOTIVO-RECUSA.

       APLICA-TITULO-ANTIGO.
           IF SIT-REB EQUAL "ABERTO"
               PERFORM BAIXA-TITULO.
           PERFORM LE-PROXIMO-REB.

       LE-PROXIMO-REB.
           READ CADREB NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-REB
           END-READ.

      *    APLICA AO TITULO CORRENTE O MENOR ENTRE O VALOR RESTANTE DO
      *    PAGAMENTO E O SALDO DO TITULO.
       BAIXA-TITULO.
           COMPUTE SALDO-TIT = VALOR-REB - VALOR-PAGO-REB.
           IF RESTA-PAG NOT LESS SALDO-TIT
               MOVE SALDO-TIT TO VALOR-APLIC
               MOVE "PAGO"    TO SIT-REB
               MOVE "BAIXADO" TO RESULTADO-BXA
               ADD 1 TO CONT-BAIXADOS
           ELSE
               MOVE RESTA-PAG TO VALOR-APLIC
               MOVE "PARCIAL" TO RESULTADO-BXA
               ADD 1 TO CONT-PARCIAIS.
           ADD VALOR-APLIC      TO VALOR-PAGO-REB.
           SUBTRACT VALOR-APLIC FROM RESTA-PAG.
           MOVE DATA-PAG        TO DATA-PAGTO-REB.
           ADD 1 TO CONT-APLICADOS.
           REWRITE REG-REB
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF FS-CADREB NOT EQUAL "00"
               MOVE "CADREB.DAT" TO ERR-ARQUIVO
               MOVE FS-CADREB    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.
           MOVE MAT-REB     TO MAT-BXA.
           MOVE COMPET-REB  TO COMPET-BXA.
           MOVE VALOR-APLIC TO VALOR-BXA.
           MOVE SPACES      TO MOTIVO-BXA.
           MOVE LIN-BXA     TO LINHA-BXA.
           WRITE LINHA-BXA.

       IMPRIME-RECUSA.
           ADD 1 TO CONT-RECUSADOS.
           MOVE MAT-PAG-X     TO MAT-BXA.
           MOVE COMPET-PAG-X  TO COMPET-BXA.
           MOVE ZEROS         TO VALOR-BXA.
           IF VALOR-PAG-X NUMERIC
               MOVE VALOR-PAG TO VALOR-BXA.
           MOVE "RECUSADO"    TO RESULTADO-BXA.
           MOVE MOTIVO-RECUSA TO MOTIVO-BXA.
           MOVE LIN-BXA       TO LINHA-BXA.
           WRITE LINHA-BXA.

      *    PAGAMENTO JA BAIXADO EM EXECUCAO ANTERIOR.
       IMPRIME-REPETIDO.
           ADD 1 TO CONT-REPETIDOS.
           MOVE MAT-PAG       TO MAT-BXA.
           MOVE COMPET-PAG    TO COMPET-BXA.
           MOVE VALOR-PAG     TO VALOR-BXA.
           MOVE "REPETIDO"    TO RESULTADO-BXA.
           MOVE "JA BAIXADO"  TO MOTIVO-BXA.
           MOVE LIN-BXA       TO LINHA-BXA.
           WRITE LINHA-BXA.

      *    SOBRA DE PAGAMENTO DEPOIS DA BAIXA: SINALIZADA PARA A
      *    SECRETARIA, SEM GERAR CREDITO NO CADREB.
       IMPRIME-A-MAIOR.
           ADD RESTA-PAG TO SOMA-A-MAIOR.
           MOVE MAT-PAG     TO MAT-BXA.
           MOVE COMPET-PAG  TO COMPET-BXA.
           MOVE RESTA-PAG   TO VALOR-BXA.
           MOVE "A MAIOR"   TO RESULTADO-BXA.
           MOVE "PAGAMENTO EXCEDENTE" TO MOTIVO-BXA.
           MOVE LIN-BXA     TO LINHA-BXA.
           WRITE LINHA-BXA.

      *    VARRE O CADREB INTEIRO EM ORDEM DE MATRICULA, SOMANDO O
      *    SALDO DE CADA ALUNO (RELSAB NA QUEBRA) E CLASSIFICANDO OS
      *    TITULOS VENCIDOS POR TURMA E FAIXA DE ATRASO.
       VARRE-TITULOS.
           MOVE "NAO"  TO FIM-REB.
           MOVE ZEROS  TO CHAVE-REB.
           START CADREB KEY NOT LESS CHAVE-REB
               INVALID KEY
                   MOVE "SIM" TO FIM-REB
           END-START.
           IF FIM-REB EQUAL "NAO"
               PERFORM LE-PROXIMO-REB.
           MOVE ZEROS TO MAT-ANT.
           PERFORM ACUMULA-TITULO
               UNTIL FIM-REB EQUAL "SIM".
           IF MAT-ANT NOT EQUAL ZEROS
               PERFORM IMPRIME-SALDO-ALUNO.

       ACUMULA-TITULO.
           IF MAT-REB NOT EQUAL MAT-ANT
               IF MAT-ANT NOT EQUAL ZEROS
                   PERFORM IMPRIME-SALDO-ALUNO
               END-IF
               MOVE MAT-REB   TO MAT-ANT
               MOVE NOME-REB  TO NOME-ANT
               MOVE ZEROS     TO QTD-ABERTOS-ALU SALDO-ALU VENCIDO-ALU
           END-IF.
      *    A TURMA DO TITULO MAIS RECENTE E A ATUAL DO ALUNO.
           MOVE TURMA-REB TO TURMA-ANT.
           IF SIT-REB EQUAL "ABERTO"
               COMPUTE SALDO-TIT = VALOR-REB - VALOR-PAGO-REB
               ADD 1 TO QTD-ABERTOS-ALU
               ADD SALDO-TIT TO SALDO-ALU
               IF VENC-REB LESS WS-DATA-PROC
                   ADD SALDO-TIT TO VENCIDO-ALU
                   PERFORM CLASSIFICA-VENCIDO
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-REB.

       CLASSIFICA-VENCIDO.
           MOVE VENC-REB TO DATA-CALC.
           PERFORM CALCULA-SERIAL.
           COMPUTE ATRASO-DIAS = SERIAL-HOJE - SERIAL-CALC.
           EVALUATE TRUE
               WHEN ATRASO-DIAS NOT GREATER 30
                   MOVE 1 TO SUB-FAIXA
               WHEN ATRASO-DIAS NOT GREATER 60
                   MOVE 2 TO SUB-FAIXA
               WHEN ATRASO-DIAS NOT GREATER 90
                   MOVE 3 TO SUB-FAIXA
               WHEN OTHER
                   MOVE 4 TO SUB-FAIXA
           END-EVALUATE.
           ADD 1         TO CONT-VENCIDOS.
           ADD SALDO-TIT TO SOMA-VENCIDO.
           ADD 1         TO QTD-FAIXA-GER (SUB-FAIXA).
           ADD SALDO-TIT TO VALOR-FAIXA-GER (SUB-FAIXA).
           PERFORM PROCURA-TURMA.
           IF ACHOU-TUR EQUAL "SIM"
               ADD 1 TO QTD-FAIXA-TAB (SUB-TUR SUB-FAIXA)
               ADD SALDO-TIT TO VALOR-FAIXA-TAB (SUB-TUR SUB-FAIXA).

      *    LOCALIZA A TURMA NA TABELA, INCLUINDO-A NA PRIMEIRA VEZ.
       PROCURA-TURMA.
           MOVE "NAO" TO ACHOU-TUR.
           PERFORM VARIA-PROCURA-TUR
               VARYING SUB-TUR FROM 1 BY 1
               UNTIL SUB-TUR GREATER CONT-TURMAS
                  OR ACHOU-TUR EQUAL "SIM".
           IF ACHOU-TUR EQUAL "SIM"
               SUBTRACT 1 FROM SUB-TUR
           ELSE
               IF CONT-TURMAS LESS 100
                   ADD 1 TO CONT-TURMAS
                   MOVE CONT-TURMAS TO SUB-TUR
                   MOVE ZEROS     TO TUR-ITEM (SUB-TUR)
                   MOVE TURMA-REB TO TURMA-TAB (SUB-TUR)
                   MOVE "SIM" TO ACHOU-TUR
               ELSE
                   IF LIMITE-TUR-LOGADO EQUAL "NAO"
                       MOVE "CADREB.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-TUR-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-TUR.
           IF TURMA-TAB (SUB-TUR) EQUAL TURMA-REB
               MOVE "SIM" TO ACHOU-TUR.

       IMPRIME-SALDO-ALUNO.
           IF SALDO-ALU GREATER ZEROS
               MOVE MAT-ANT         TO MAT-SAB
               MOVE NOME-ANT        TO NOME-SAB
               MOVE TURMA-ANT       TO TURMA-SAB
               MOVE QTD-ABERTOS-ALU TO QTD-SAB
               MOVE SALDO-ALU       TO SALDO-SAB
               MOVE VENCIDO-ALU     TO VENCIDO-SAB
               MOVE LIN-SAB         TO LINHA-SAB
               WRITE LINHA-SAB.

      *    UM BLOCO POR TURMA COM AS QUATRO FAIXAS E O TOTAL, E NO
      *    FIM O MESMO BLOCO PARA A ESCOLA INTEIRA.
       IMPRIME-INADIMPLENCIA.
           PERFORM VARIA-IMPRIME-TURMA
               VARYING SUB-TUR FROM 1 BY 1
               UNTIL SUB-TUR GREATER CONT-TURMAS.
           MOVE "TOTAL GERAL"   TO LINHA-INA.
           WRITE LINHA-INA.
           MOVE ZEROS TO QTD-TOT-TUR VALOR-TOT-TUR.
           PERFORM VARIA-IMPRIME-GERAL
               VARYING SUB-FAIXA FROM 1 BY 1
               UNTIL SUB-FAIXA GREATER 4.
           PERFORM IMPRIME-TOTAL-FAIXAS.

       VARIA-IMPRIME-TURMA.
           MOVE TURMA-TAB (SUB-TUR) TO TURMA-IMP.
           MOVE LIN-TURMA TO LINHA-INA.
           WRITE LINHA-INA.
           MOVE ZEROS TO QTD-TOT-TUR VALOR-TOT-TUR.
           PERFORM VARIA-IMPRIME-FAIXA
               VARYING SUB-FAIXA FROM 1 BY 1
               UNTIL SUB-FAIXA GREATER 4.
           PERFORM IMPRIME-TOTAL-FAIXAS.

       VARIA-IMPRIME-FAIXA.
           PERFORM MONTA-TEXTO-FAIXA.
           MOVE QTD-FAIXA-TAB (SUB-TUR SUB-FAIXA)   TO QTD-FAIXA-IMP.
           MOVE VALOR-FAIXA-TAB (SUB-TUR SUB-FAIXA) TO VALOR-FAIXA-IMP.
           ADD QTD-FAIXA-TAB (SUB-TUR SUB-FAIXA)    TO QTD-TOT-TUR.
           ADD VALOR-FAIXA-TAB (SUB-TUR SUB-FAIXA)  TO VALOR-TOT-TUR.
           MOVE LIN-FAIXA TO LINHA-INA.
           WRITE LINHA-INA.

       VARIA-IMPRIME-GERAL.
           PERFORM MONTA-TEXTO-FAIXA.
           MOVE QTD-FAIXA-GER (SUB-FAIXA)   TO QTD-FAIXA-IMP.
           MOVE VALOR-FAIXA-GER (SUB-FAIXA) TO VALOR-FAIXA-IMP.
           ADD QTD-FAIXA-GER (SUB-FAIXA)    TO QTD-TOT-TUR.
           ADD VALOR-FAIXA-GER (SUB-FAIXA)  TO VALOR-TOT-TUR.
           MOVE LIN-FAIXA TO LINHA-INA.
           WRITE LINHA-INA.

       MONTA-TEXTO-FAIXA.
           EVALUATE SUB-FAIXA
               WHEN 1
                   MOVE "DE 1 A 30 DIAS"     TO TEXTO-FAIXA
               WHEN 2
                   MOVE "DE 31 A 60 DIAS"    TO TEXTO-FAIXA
               WHEN 3
                   MOVE "DE 61 A 90 DIAS"    TO TEXTO-FAIXA
               WHEN OTHER
                   MOVE "MAIS DE 90 DIAS"    TO TEXTO-FAIXA
           END-EVALUATE.

       IMPRIME-TOTAL-FAIXAS.
           MOVE "TOTAL VENCIDO"  TO TEXTO-FAIXA.
           MOVE QTD-TOT-TUR      TO QTD-FAIXA-IMP.
           MOVE VALOR-TOT-TUR    TO VALOR-FAIXA-IMP.
           MOVE LIN-FAIXA        TO LINHA-INA.
           WRITE LINHA-INA.
           MOVE SPACES TO LINHA-INA.
           WRITE LINHA-INA.

      *    NUMERO DE DIAS CORRIDOS DE 01/01/2000 ATE A DATA EM
      *    DATA-CALC, COM FEVEREIRO BISSEXTO NO MESMO CRITERIO DO
      *    EX46.
       CALCULA-SERIAL.
           MOVE ZEROS TO SERIAL-CALC.
           PERFORM VARIA-SOMA-ANO
               VARYING SUB-ANO FROM 2000 BY 1
               UNTIL SUB-ANO NOT LESS ANO-CALC.
           PERFORM VARIA-SOMA-MES
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES NOT LESS MES-CALC.
           ADD DIA-CALC TO SERIAL-CALC.

       VARIA-SOMA-ANO.
           PERFORM CONFERE-BISSEXTO-ANO.
           IF BISSEXTO EQUAL "SIM"
               ADD 366 TO SERIAL-CALC
           ELSE
               ADD 365 TO SERIAL-CALC.

       CONFERE-BISSEXTO-ANO.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE SUB-ANO BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE SUB-ANO BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE SUB-ANO BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

       VARIA-SOMA-MES.
           EVALUATE SUB-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   MOVE ANO-CALC TO SUB-ANO
                   PERFORM CONFERE-BISSEXTO-ANO
                   IF BISSEXTO EQUAL "SIM"
                       MOVE 29 TO DIAS-NO-MES
                   ELSE
                       MOVE 28 TO DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.
           ADD DIAS-NO-MES TO SERIAL-CALC.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS     TO QTD-LIDOS-CTL.
           MOVE CONT-BAIXADOS  TO QTD-BAIXADOS-CTL.
           MOVE CONT-PARCIAIS  TO QTD-PARCIAIS-CTL.
           MOVE CONT-RECUSADOS TO QTD-RECUSADOS-CTL.
           MOVE SOMA-RECEBIDO  TO VALOR-RECEBIDO-CTL.
           MOVE SOMA-A-MAIOR   TO VALOR-A-MAIOR-CTL.
           MOVE CONT-VENCIDOS  TO QTD-VENCIDOS-CTL.
           MOVE SOMA-VENCIDO   TO VALOR-VENCIDO-CTL.
           MOVE CONT-REPETIDOS TO QTD-REPETIDOS-CTL.
           WRITE REG-CTL51.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               MOVE SPACES TO LINHA-BXA
               WRITE LINHA-BXA
               MOVE "PAGAMENTOS LIDOS"   TO TEXTO-RES
               MOVE CONT-LIDOS           TO QTD-RES
               MOVE LIN-RES TO LINHA-BXA
               WRITE LINHA-BXA
               MOVE "TITULOS QUITADOS"   TO TEXTO-RES
               MOVE CONT-BAIXADOS        TO QTD-RES
               MOVE LIN-RES TO LINHA-BXA
               WRITE LINHA-BXA
               MOVE "BAIXAS PARCIAIS"    TO TEXTO-RES
               MOVE CONT-PARCIAIS        TO QTD-RES
               MOVE LIN-RES TO LINHA-BXA
               WRITE LINHA-BXA
               MOVE "PAGAMENTOS RECUSADOS" TO TEXTO-RES
               MOVE CONT-RECUSADOS       TO QTD-RES
               MOVE LIN-RES TO LINHA-BXA
               WRITE LINHA-BXA
               MOVE "PAGAMENTOS REPETIDOS" TO TEXTO-RES
               MOVE CONT-REPETIDOS       TO QTD-RES
               MOVE LIN-RES TO LINHA-BXA
               WRITE LINHA-BXA
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           IF TEM-CADPAG EQUAL "SIM"
               CLOSE CADPAG.
           CLOSE CADREB
                 CADBXJ
                 RELBXA
                 RELINA
                 RELSAB
                 CTL51.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
