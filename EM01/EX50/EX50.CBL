       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX50.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       FATURAMENTO MENSAL DAS MENSALIDADES. PARA CADA
      *               ALUNO ATIVO DO CADALU (O DESLIGADO SAI DO
      *               CADASTRO PELO EX48), PRECIFICA A MENSALIDADE PELA
      *               TABELA CADMEN (VALOR E DIA DE VENCIMENTO POR
      *               TURMA) MENOS O PERCENTUAL DE BOLSA/DESCONTO DO
      *               ALUNO NO CADBOL, E GRAVA O TITULO DA COMPETENCIA
      *               (ANO E MES DA DATA DE PROCESSAMENTO) NO CADASTRO
      *               INDEXADO DE CONTAS A RECEBER CADREB (CHAVE
      *               MATRICULA + COMPETENCIA), ONDE O EX51 DA BAIXA
      *               DOS PAGAMENTOS. O FATURAMENTO DO MES SAI NO
      *               ARQUIVO FATMEN_AAAAMM.DAT, SELADO COMO OS DEMAIS
      *               ARQUIVOS DE REPASSE (CABECALHO COM PROGRAMA E
      *               DATA, TRAILER COM QUANTIDADE E HASH-TOTAL DOS
      *               VALORES FATURADOS). REFATURAR A MESMA COMPETENCIA
      *               NAO DUPLICA NEM REPRECIFICA: O TITULO JA GRAVADO
      *               VOLTA AO FATMEN COMO ESTA. ALUNO DE TURMA SEM
      *               MENSALIDADE NA TABELA E BOLSA MALFORMADA VAO
      *               PARA O REJFAT COM O MOTIVO, NO MOLDE DO EX21.
      *               BOLSA DE 100 POR CENTO GERA TITULO "ISENTO", QUE
      *               NAO ENTRA NA INADIMPLENCIA.
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
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADALU.
      *    TABELA DE MENSALIDADES POR TURMA, MANTIDA SEM RECOMPILAR.
           SELECT CADMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMEN.
      *    BOLSAS E DESCONTOS POR ALUNO; AUSENTE = NINGUEM COM BOLSA.
           SELECT CADBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADBOL.
      *    CONTAS A RECEBER: UM TITULO POR ALUNO E COMPETENCIA. O
      *    ACESSO RANDOMICO BASTA AQUI; O EX51 O ABRE EM DINAMICO.
           SELECT CADREB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-REB
           FILE STATUS IS FS-CADREB.
           SELECT FATMEN ASSIGN TO WS-NOME-FATMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FATMEN.
           SELECT REJFAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJFAT.
           SELECT CTL50 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL50.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           COPY IDCOPY REPLACING ID-CAMPO BY NUM-ALU.
           02 NOME-ALU            PIC X(20).
           02 SEXO-ALU            PIC X(01).
           02 DATA-ALU            PIC 9(08).
           02 NOTAS-ALU           PIC X(16).
           02 TURMA-ALU           PIC X(03).

      *    OS CAMPOS SAO LIDOS COMO TEXTO E CONFERIDOS COM O TESTE
      *    NUMERIC, JA QUE OS ARQUIVOS SAO MANTIDOS A MAO. DIA DE
      *    VENCIMENTO FORA DE 1 A 28 VALE O PADRAO, DIA 10.
       FD CADMEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMEN.DAT".

       01 REG-MEN.
           02 TURMA-MEN           PIC X(03).
           02 VALOR-MEN-X         PIC X(09).
           02 VALOR-MEN REDEFINES VALOR-MEN-X
                                  PIC 9(07)V99.
           02 DIA-VENC-MEN-X      PIC X(02).
           02 DIA-VENC-MEN REDEFINES DIA-VENC-MEN-X
                                  PIC 9(02).

       FD CADBOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOL.DAT".

       01 REG-BOL.
           02 MAT-BOL-X           PIC X(05).
           02 MAT-BOL REDEFINES MAT-BOL-X
                                  PIC 9(05).
           02 PERC-BOL-X          PIC X(05).
           02 PERC-BOL REDEFINES PERC-BOL-X
                                  PIC 9(03)V99.

      *    TITULO DE MENSALIDADE. SIT-REB: "ABERTO" ATE A BAIXA
      *    TOTAL, "PAGO" DEPOIS DELA, "ISENTO" PARA BOLSA INTEGRAL.
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

      *    FATURAMENTO DA COMPETENCIA, UM REGISTRO POR TITULO, ENTRE
      *    O CABECALHO E O TRAILER DO SELO.
       FD FATMEN
           LABEL RECORD ARE STANDARD.

       01 REG-FAT.
           02 MAT-FAT              PIC 9(05).
           02 COMPET-FAT           PIC 9(06).
           02 NOME-FAT             PIC X(20).
           02 TURMA-FAT            PIC X(03).
           02 VALOR-CHEIO-FAT      PIC 9(07)V99.
           02 PERC-BOLSA-FAT       PIC 9(03)V99.
           02 VALOR-FAT            PIC 9(07)V99.
           02 VENC-FAT             PIC 9(08).

      *    VISOES DO SELO DO ARQUIVO DE REPASSE: O HASH-TOTAL DO
      *    TRAILER E A SOMA DOS VALORES FATURADOS.
       01 REG-SELO-H.
           02 TIPO-SELO-H          PIC X(03).
           02 PROG-SELO-H          PIC X(08).
           02 DATA-SELO-H          PIC 9(08).
       01 REG-SELO-T.
           02 TIPO-SELO-T          PIC X(03).
           02 QTD-SELO-T           PIC 9(07).
           02 HASH-SELO-T          PIC 9(11)V99.

      *    ALUNOS NAO FATURADOS OU FATURADOS SEM A BOLSA, COM O MOTIVO:
      *      01 = TURMA SEM MENSALIDADE    02 = BOLSA MALFORMADA
       FD REJFAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJFAT.DAT".

       01 REG-REJF.
           02 MOTIVO-REJF         PIC X(02).
           02 CONTEUDO-REJF       PIC X(28).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL50
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL50.DAT".

       01 REG-CTL50.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-FATURADOS-CTL   PIC 9(07).
           02 QTD-JA-FATUR-CTL    PIC 9(07).
           02 QTD-REJEITADOS-CTL  PIC 9(07).
           02 VALOR-TOTAL-CTL     PIC 9(11)V99.

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-CADALU               PIC X(02).
       77 FS-CADMEN               PIC X(02).
       77 FS-CADBOL               PIC X(02).
       77 FS-CADREB               PIC X(02).
       77 FS-FATMEN               PIC X(02).
       77 FS-REJFAT               PIC X(02).
       77 FS-CTL50                PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
       77 WS-COMPETENCIA          PIC 9(06).
       77 WS-NOME-FATMEN          PIC X(30).
      *    TABELA DE MENSALIDADES EM MEMORIA.
       77 CONT-MENSALIDADES       PIC 9(03)       VALUE ZEROS.
       77 SUB-MEN                 PIC 9(03)       VALUE ZEROS.
       77 ACHOU-MEN               PIC X(03)       VALUE "NAO".
       77 LIMITE-MEN-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-MENSALIDADES.
           02 MEN-ITEM OCCURS 100 TIMES.
              03 TURMA-MEN-TAB     PIC X(03).
              03 VALOR-MEN-TAB     PIC 9(07)V99.
              03 DIA-VENC-MEN-TAB  PIC 9(02).
      *    BOLSAS EM MEMORIA.
       77 CONT-BOLSAS             PIC 9(04)       VALUE ZEROS.
       77 SUB-BOL                 PIC 9(04)       VALUE ZEROS.
       77 ACHOU-BOL               PIC X(03)       VALUE "NAO".
       77 LIMITE-BOL-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-BOLSAS.
           02 BOL-ITEM OCCURS 1000 TIMES.
              03 MAT-BOL-TAB       PIC 9(05).
              03 PERC-BOL-TAB      PIC 9(03)V99.
       77 PERC-ACHADO             PIC 9(03)V99    VALUE ZEROS.
       77 VALOR-DESCONTO          PIC 9(07)V99    VALUE ZEROS.
       01 WS-VENCIMENTO.
           02 COMPET-VENC         PIC 9(06).
           02 DIA-VENC            PIC 9(02).
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-FATURADOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-JA-FATURADOS       PIC 9(07)       VALUE ZEROS.
       77 CONT-REJEITADOS         PIC 9(07)       VALUE ZEROS.
       77 CONT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 SOMA-VALORES            PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX50".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CARREGA-MENSALIDADES
           PERFORM CARREGA-BOLSAS
           PERFORM GRAVA-SELO-CABECALHO
           PERFORM LE-CADALU
           PERFORM FATURA-ALUNO
               UNTIL FIM-ARQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
      *    FATMEN INCOMPLETO NAO RECEBE O TRAILER DO SELO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-TRAILER
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-PROC (1:6) TO WS-COMPETENCIA.
           MOVE SPACES TO WS-NOME-FATMEN.
           STRING "FATMEN_" DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-FATMEN.
           OPEN INPUT CADALU
               INPUT CADMEN
               OUTPUT FATMEN
               OUTPUT REJFAT
               OUTPUT CTL50.
           PERFORM ABRE-CADREB.
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

      *    O CADREB E CRIADO NO PRIMEIRO FATURAMENTO, NO MESMO MOLDE
      *    DO ABRE-CADHSF DO EX31.
       ABRE-CADREB.
           OPEN I-O CADREB.
           IF FS-CADREB EQUAL "35"
               OPEN OUTPUT CADREB
               CLOSE CADREB
               OPEN I-O CADREB.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADALU NOT EQUAL "00"
               MOVE "CADALU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADALU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADMEN NOT EQUAL "00"
               MOVE "CADMEN.DAT" TO ERR-ARQUIVO
               MOVE FS-CADMEN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADREB NOT EQUAL "00"
               MOVE "CADREB.DAT" TO ERR-ARQUIVO
               MOVE FS-CADREB    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-FATMEN NOT EQUAL "00"
               MOVE WS-NOME-FATMEN TO ERR-ARQUIVO
               MOVE FS-FATMEN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-REJFAT NOT EQUAL "00"
               MOVE "REJFAT.DAT" TO ERR-ARQUIVO
               MOVE FS-REJFAT    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL50 NOT EQUAL "00"
               MOVE "CTL50.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL50     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    CARREGA A TABELA DE MENSALIDADES. LINHA COM VALOR NAO
      *    NUMERICO E IGNORADA (A TURMA DELA CAI NO MOTIVO 01).
       CARREGA-MENSALIDADES.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADMEN.
           PERFORM GUARDA-MENSALIDADE
               UNTIL FIM-ARQ EQUAL "SIM".
           MOVE "NAO" TO FIM-ARQ.

       LE-CADMEN.
           READ CADMEN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-MENSALIDADE.
           IF VALOR-MEN-X NUMERIC
               IF CONT-MENSALIDADES LESS 100
                   ADD 1 TO CONT-MENSALIDADES
                   MOVE TURMA-MEN TO TURMA-MEN-TAB (CONT-MENSALIDADES)
                   MOVE VALOR-MEN TO VALOR-MEN-TAB (CONT-MENSALIDADES)
                   MOVE 10 TO DIA-VENC-MEN-TAB (CONT-MENSALIDADES)
                   IF DIA-VENC-MEN-X NUMERIC
                       IF DIA-VENC-MEN GREATER ZEROS
                          AND DIA-VENC-MEN NOT GREATER 28
                           MOVE DIA-VENC-MEN TO
                               DIA-VENC-MEN-TAB (CONT-MENSALIDADES)
                       END-IF
                   END-IF
               ELSE
                   IF LIMITE-MEN-LOGADO EQUAL "NAO"
                       MOVE "CADMEN.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-MEN-LOGADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CADMEN.

      *    CARREGA AS BOLSAS. SEM O ARQUIVO, NINGUEM TEM BOLSA; LINHA
      *    MALFORMADA OU ACIMA DE 100 POR CENTO VAI PARA O REJFAT E O
      *    ALUNO E FATURADO SEM A BOLSA.
       CARREGA-BOLSAS.
           OPEN INPUT CADBOL.
           IF FS-CADBOL EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM LE-CADBOL
               PERFORM GUARDA-BOLSA
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADBOL
               MOVE "NAO" TO FIM-ARQ.

       LE-CADBOL.
           READ CADBOL
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-BOLSA.
           EVALUATE TRUE
               WHEN MAT-BOL-X NOT NUMERIC
                 OR PERC-BOL-X NOT NUMERIC
                 OR PERC-BOL GREATER 100,00
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "02"    TO MOTIVO-REJF
                   MOVE REG-BOL TO CONTEUDO-REJF
                   WRITE REG-REJF
               WHEN CONT-BOLSAS LESS 1000
                   ADD 1 TO CONT-BOLSAS
                   MOVE MAT-BOL  TO MAT-BOL-TAB (CONT-BOLSAS)
                   MOVE PERC-BOL TO PERC-BOL-TAB (CONT-BOLSAS)
               WHEN OTHER
                   IF LIMITE-BOL-LOGADO EQUAL "NAO"
                       MOVE "CADBOL.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-BOL-LOGADO
                   END-IF
           END-EVALUATE.
           PERFORM LE-CADBOL.

       LE-CADALU.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
           END-READ.

      *    TITULO JA GRAVADO PARA A COMPETENCIA (REFATURAMENTO) VOLTA
      *    AO FATMEN COMO ESTA; SENAO O ALUNO E PRECIFICADO E O TITULO
      *    NOVO E INCLUIDO NO CADREB.
       FATURA-ALUNO.
           MOVE NUM-ALU        TO MAT-REB.
           MOVE WS-COMPETENCIA TO COMPET-REB.
           READ CADREB
               INVALID KEY
                   PERFORM PRECIFICA-ALUNO
               NOT INVALID KEY
                   ADD 1 TO CONT-JA-FATURADOS
                   PERFORM GRAVA-FATMEN
           END-READ.
           PERFORM LE-CADALU.

       PRECIFICA-ALUNO.
           PERFORM PROCURA-MENSALIDADE.
           IF ACHOU-MEN EQUAL "NAO"
               ADD 1 TO CONT-REJEITADOS
               MOVE "01"    TO MOTIVO-REJF
               MOVE REG-ALU TO CONTEUDO-REJF
               WRITE REG-REJF
           ELSE
               PERFORM PROCURA-BOLSA
               MOVE SPACES         TO REG-REB
               MOVE NUM-ALU        TO MAT-REB
               MOVE WS-COMPETENCIA TO COMPET-REB
               MOVE NOME-ALU       TO NOME-REB
               MOVE TURMA-ALU      TO TURMA-REB
               MOVE VALOR-MEN-TAB (SUB-MEN) TO VALOR-CHEIO-REB
               MOVE PERC-ACHADO    TO PERC-BOLSA-REB
               COMPUTE VALOR-DESCONTO ROUNDED =
                   VALOR-CHEIO-REB * PERC-ACHADO / 100
               COMPUTE VALOR-REB = VALOR-CHEIO-REB - VALOR-DESCONTO
               MOVE ZEROS          TO VALOR-PAGO-REB DATA-PAGTO-REB
               MOVE WS-COMPETENCIA TO COMPET-VENC
               MOVE DIA-VENC-MEN-TAB (SUB-MEN) TO DIA-VENC
               MOVE WS-VENCIMENTO  TO VENC-REB
               IF VALOR-REB EQUAL ZEROS
                   MOVE "ISENTO" TO SIT-REB
               ELSE
                   MOVE "ABERTO" TO SIT-REB
               END-IF
               WRITE REG-REB
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF FS-CADREB NOT EQUAL "00"
                   MOVE "CADREB.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADREB    TO ERR-STATUS
                   MOVE "GRAVACAO"   TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM" TO ABORTAR-JOB
               ELSE
                   ADD 1 TO CONT-FATURADOS
                   PERFORM GRAVA-FATMEN
               END-IF
           END-IF.

       PROCURA-MENSALIDADE.
           MOVE "NAO" TO ACHOU-MEN.
           PERFORM VARIA-PROCURA-MEN
               VARYING SUB-MEN FROM 1 BY 1
               UNTIL SUB-MEN GREATER CONT-MENSALIDADES
                  OR ACHOU-MEN EQUAL "SIM".
           IF ACHOU-MEN EQUAL "SIM"
               SUBTRACT 1 FROM SUB-MEN.

       VARIA-PROCURA-MEN.
           IF TURMA-MEN-TAB (SUB-MEN) EQUAL TURMA-ALU
               MOVE "SIM" TO ACHOU-MEN.

       PROCURA-BOLSA.
           MOVE "NAO" TO ACHOU-BOL.
           MOVE ZEROS TO PERC-ACHADO.
           PERFORM VARIA-PROCURA-BOL
               VARYING SUB-BOL FROM 1 BY 1
               UNTIL SUB-BOL GREATER CONT-BOLSAS
                  OR ACHOU-BOL EQUAL "SIM".

       VARIA-PROCURA-BOL.
           IF MAT-BOL-TAB (SUB-BOL) EQUAL NUM-ALU
               MOVE "SIM" TO ACHOU-BOL
               MOVE PERC-BOL-TAB (SUB-BOL) TO PERC-ACHADO.

       GRAVA-FATMEN.
           MOVE MAT-REB         TO MAT-FAT.
           MOVE COMPET-REB      TO COMPET-FAT.
           MOVE NOME-REB        TO NOME-FAT.
           MOVE TURMA-REB       TO TURMA-FAT.
           MOVE VALOR-CHEIO-REB TO VALOR-CHEIO-FAT.
           MOVE PERC-BOLSA-REB  TO PERC-BOLSA-FAT.
           MOVE VALOR-REB       TO VALOR-FAT.
           MOVE VENC-REB        TO VENC-FAT.
           WRITE REG-FAT.
           ADD 1         TO CONT-GRAVADOS.
           ADD VALOR-REB TO SOMA-VALORES.

       GRAVA-SELO-CABECALHO.
           MOVE SPACES       TO REG-FAT.
           MOVE "HDR"        TO TIPO-SELO-H.
           MOVE "EX50"       TO PROG-SELO-H.
           MOVE WS-DATA-PROC TO DATA-SELO-H.
           WRITE REG-SELO-H.

       GRAVA-SELO-TRAILER.
           MOVE SPACES        TO REG-FAT.
           MOVE "TRL"         TO TIPO-SELO-T.
           MOVE CONT-GRAVADOS TO QTD-SELO-T.
           MOVE SOMA-VALORES  TO HASH-SELO-T.
           WRITE REG-SELO-T.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS        TO QTD-LIDOS-CTL.
           MOVE CONT-FATURADOS    TO QTD-FATURADOS-CTL.
           MOVE CONT-JA-FATURADOS TO QTD-JA-FATUR-CTL.
           MOVE CONT-REJEITADOS   TO QTD-REJEITADOS-CTL.
           MOVE SOMA-VALORES      TO VALOR-TOTAL-CTL.
           WRITE REG-CTL50.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADALU
                 CADMEN
                 CADREB
                 FATMEN
                 REJFAT
                 CTL50.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
