       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX65.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONTROLE DE FAIXA SALARIAL DEPOIS DO REAJUSTE.
      *               EXECUTADO PELO JOB MESTRE DEPOIS DO EX08, REPETE
      *               A CONFERENCIA DO EX64 SOBRE O SALARIO REAJUSTADO:
      *               LE O CADFNV SELADO PELO EX21 (NIVEL, CENTRO DE
      *               CUSTO E SALARIO ANTERIOR) CASADO POR CODIGO COM
      *               O CADSAI_REAJ DO DIA SELADO PELO EX08 (SALARIO
      *               NOVO) E GRAVA O RELNVD: OS FUNCIONARIOS QUE
      *               FICARAM ABAIXO DO MINIMO OU ACIMA DO MAXIMO DO
      *               NIVEL, COM A SITUACAO QUE TINHAM ANTES DO
      *               REAJUSTE, E O COMPA-RATIO POR DEPARTAMENTO ANTES
      *               E DEPOIS, COM O TOTAL DA EMPRESA. FUNCIONARIO
      *               QUE O EX08 NAO REAJUSTOU (CADINV) FICA COM O
      *               SALARIO ANTERIOR.
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
      *    TABELA DE NIVEIS SALARIAIS, MANTIDA SEM RECOMPILAR.
           SELECT CADNIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.
      *    SALARIOS REAJUSTADOS DO DIA, GRAVADOS E SELADOS PELO EX08.
           SELECT CADSAI ASSIGN TO WS-NOME-CADSAI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELNVD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELNVD.
           SELECT CTL65 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL65.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO CADASTRO VALIDADO E SELADO QUE O EX08 CONSOME.
       FD CADFUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFNV.DAT".

       01 REG-ENT.
           COPY IDCOPY REPLACING ID-CAMPO BY COD-ENT.
           02 NOME-ENT            PIC X(20).
           02 SAL-ENT             PIC 9(07)V99.
           02 DEP-ENT             PIC X(05).
           02 BANCO-ENT           PIC 9(03).
           02 AGENCIA-ENT         PIC 9(04).
           02 CONTA-ENT           PIC 9(10).
           02 DT-ADMISSAO-ENT     PIC 9(08).
           02 DT-DESLIG-ENT       PIC 9(08).
           02 NIVEL-ENT           PIC X(03).

       01 REG-SELO-HE.
           02 TIPO-SELO-HE        PIC X(03).
           02 PROG-SELO-HE        PIC X(08).
           02 DATA-SELO-HE        PIC 9(08).
       01 REG-SELO-TE.
           02 TIPO-SELO-TE        PIC X(03).
           02 QTD-SELO-TE         PIC 9(07).
           02 HASH-SELO-TE        PIC 9(11)V99.

      *    NIVEIS SALARIAIS: CODIGO, DESCRICAO E SALARIO MINIMO,
      *    MEDIO E MAXIMO DA FAIXA DO NIVEL.
       FD CADNIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNIV.DAT".

       01 REG-NIV.
           02 COD-NIV             PIC X(03).
           02 DESCR-NIV           PIC X(20).
           02 MIN-NIV             PIC 9(07)V99.
           02 MED-NIV             PIC 9(07)V99.
           02 MAX-NIV             PIC 9(07)V99.

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

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    RELATORIO DE FAIXA, EM IMAGEM DE IMPRESSAO.
       FD RELNVD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELNVD.DAT".

       01 LINHA-REL               PIC X(120).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL65
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL65.DAT".

       01 REG-CTL65.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-FORA-CTL        PIC 9(07).
           02 QTD-SEM-NIVEL-CTL   PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADNIV               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELNVD               PIC X(02).
       77 FS-CTL65                PIC X(02).
       77 FS-CADSAI               PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-SAI                 PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
       77 WS-NOME-CADSAI          PIC X(30).
      *    TABELA DE NIVEIS CARREGADA DO CADNIV.
       77 CONT-NIVEIS             PIC 9(03)       VALUE ZEROS.
       77 SUB-NIVEL               PIC 9(03)       VALUE ZEROS.
       77 ACHOU-NIVEL             PIC X(03)       VALUE "NAO".
       77 LIMITE-NIV-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-NIVEIS.
           02 NIVEL-ITEM OCCURS 100 TIMES.
              03 COD-NIVEL         PIC X(03).
              03 MIN-NIVEL         PIC 9(07)V99.
              03 MED-NIVEL         PIC 9(07)V99.
              03 MAX-NIVEL         PIC 9(07)V99.
      *    SITUACAO DO FUNCIONARIO NA FAIXA DO NIVEL: "D" DENTRO,
      *    "B" ABAIXO DO MINIMO, "A" ACIMA DO MAXIMO, "I" NIVEL
      *    INEXISTENTE NO CADNIV, "S" SEM NIVEL. A CONFERENCIA E FEITA
      *    SOBRE SAL-CONF, UMA VEZ COM O SALARIO ANTERIOR E OUTRA COM
      *    O NOVO.
       77 SITUACAO-CALC           PIC X(01).
       77 SITUACAO-ANT            PIC X(01).
       77 COMPA-CALC              PIC 9(03)V9.
       77 SAL-CONF                PIC 9(07)V99.
       77 SAL-NOVO                PIC 9(07)V99.
      *    ACUMULADORES POR DEPARTAMENTO PARA O COMPA-RATIO; SO
      *    ENTRAM OS FUNCIONARIOS DE NIVEL CADASTRADO COM MEDIO
      *    MAIOR QUE ZERO.
       77 CONT-DEPS               PIC 9(03)       VALUE ZEROS.
       77 SUB-DEP                 PIC 9(03)       VALUE ZEROS.
       77 ACHOU-DEP               PIC X(03)       VALUE "NAO".
       77 LIMITE-DEP-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-DEPS.
           02 DEP-ITEM OCCURS 100 TIMES.
              03 COD-DEP           PIC X(05).
              03 QTD-DEP           PIC 9(05).
              03 ABAIXO-DEP        PIC 9(05).
              03 ACIMA-DEP         PIC 9(05).
              03 SOMA-ANT-DEP      PIC 9(11)V99.
              03 SOMA-SAL-DEP      PIC 9(11)V99.
              03 SOMA-MED-DEP      PIC 9(11)V99.
       77 QTD-TOTAL               PIC 9(05)       VALUE ZEROS.
       77 ABAIXO-TOTAL            PIC 9(05)       VALUE ZEROS.
       77 ACIMA-TOTAL             PIC 9(05)       VALUE ZEROS.
       77 SOMA-ANT-TOTAL          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-SAL-TOTAL          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-MED-TOTAL          PIC 9(11)V99    VALUE ZEROS.
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-FORA               PIC 9(07)       VALUE ZEROS.
       77 CONT-SEM-NIVEL          PIC 9(07)       VALUE ZEROS.
       77 TRL-VISTO-ENT           PIC X(03)       VALUE "NAO".
       77 SELO-QTD-LIDA           PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-LIDA          PIC 9(11)V99    VALUE ZEROS.
       77 TRL-VISTO-SAI           PIC X(03)       VALUE "NAO".
       77 SELO-QTD-SAI            PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-SAI           PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX65".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-CAB.
           02 FILLER              PIC X(51)       VALUE
              "CONTROLE DE FAIXA SALARIAL - DEPOIS DO REAJUSTE - ".
           02 DATA-CAB            PIC 9(08).

       01 LIN-TIT-FUN.
           02 FILLER              PIC X(50)       VALUE
              "COD    NOME                 DEP   NIV    SAL ANTES".
           02 FILLER              PIC X(46)       VALUE
              "   SAL DEPOIS       MINIMO       MAXIMO COMPA".
           02 FILLER              PIC X(24)       VALUE
              "SITUACAO          ANTES".

       01 LIN-FUN.
           02 COD-IMP             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-IMP            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 DEP-IMP             PIC X(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NIVEL-IMP           PIC X(03).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 SAL-ANT-IMP         PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 SAL-IMP             PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MIN-IMP             PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MAX-IMP             PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 COMPA-IMP           PIC ZZ9,9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 SITUACAO-IMP        PIC X(17).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 SITUACAO-ANT-IMP    PIC X(06).

       01 LIN-TIT-DEP.
           02 FILLER              PIC X(42)       VALUE
              "DEPTO   QTD ABAIXO ACIMA     SOMA SALARIOS".
           02 FILLER              PIC X(78)       VALUE
              "       SOMA MEDIOS ANTES DEPOIS".

       01 LIN-DEP.
           02 DEP-DEP-IMP         PIC X(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 QTD-DEP-IMP         PIC ZZZZ9.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 ABAIXO-DEP-IMP      PIC ZZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 ACIMA-DEP-IMP       PIC ZZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 SAL-DEP-IMP         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MED-DEP-IMP         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 COMPA-ANT-DEP-IMP   PIC ZZ9,9.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 COMPA-DEP-IMP       PIC ZZ9,9.

       01 LIN-SEM-NIVEL.
           02 FILLER              PIC X(30)       VALUE
              "FUNCIONARIOS SEM NIVEL       ".
           02 SEM-NIVEL-IMP       PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM VERIFICA-SELO-CADFNV
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM VERIFICA-SELO-CADSAI
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-CABECALHO
           PERFORM LEITURA
           PERFORM CONFERE-FUNCIONARIO
               UNTIL FIM-ARQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
      *    LE O RESTO DO CADSAI ATE O TRAILER, PARA QUE O SELO SEJA
      *    CONFERIDO MESMO QUANDO O CADFNV ACABA ANTES.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-CADSAI
               UNTIL FIM-SAI EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-DEPARTAMENTOS
           PERFORM GERA-RELATORIO-CTL
       END-IF.
       PERFORM TERMINO.
       GOBACK.

      *    O CADNIV E OBRIGATORIO: SEM NIVEIS NAO HA FAIXA A CONFERIR.
       INICIO.
           PERFORM LE-DATA-PROC.
           PERFORM GERA-NOMES.
           PERFORM LE-NIVEIS.
           OPEN INPUT CADFUN
               INPUT CADSAI
               OUTPUT RELNVD
               OUTPUT CTL65.
           PERFORM VERIFICA-ABERTURA.

       VERIFICA-ABERTURA.
           IF FS-CADFUN NOT EQUAL "00"
               MOVE "CADFNV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADSAI NOT EQUAL "00"
               MOVE "CADSAI.DAT" TO ERR-ARQUIVO
               MOVE FS-CADSAI    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELNVD NOT EQUAL "00"
               MOVE "RELNVD.DAT" TO ERR-ARQUIVO
               MOVE FS-RELNVD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL65 NOT EQUAL "00"
               MOVE "CTL65.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL65     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

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

       GERA-NOMES.
           MOVE SPACES TO WS-NOME-CADSAI.
           STRING "CADSAI_REAJ_" DELIMITED BY SIZE
                  WS-DATA-PROC DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADSAI.

       LE-NIVEIS.
           MOVE ZEROS TO CONT-NIVEIS.
           OPEN INPUT CADNIV.
           IF FS-CADNIV NOT EQUAL "00"
               MOVE "CADNIV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADNIV    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM CARREGA-NIVEL
                   UNTIL FS-CADNIV NOT EQUAL "00"
               CLOSE CADNIV
           END-IF.

       CARREGA-NIVEL.
           READ CADNIV
               AT END
                   MOVE "10" TO FS-CADNIV
               NOT AT END
                   IF CONT-NIVEIS LESS 100
                       ADD 1 TO CONT-NIVEIS
                       MOVE COD-NIV TO COD-NIVEL (CONT-NIVEIS)
                       MOVE MIN-NIV TO MIN-NIVEL (CONT-NIVEIS)
                       MOVE MED-NIV TO MED-NIVEL (CONT-NIVEIS)
                       MOVE MAX-NIV TO MAX-NIVEL (CONT-NIVEIS)
                   ELSE
                       IF LIMITE-NIV-LOGADO EQUAL "NAO"
                           MOVE "CADNIV.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-NIV-LOGADO
                       END-IF
                   END-IF
           END-READ.

      *    O PRIMEIRO REGISTRO DO CADFNV PRECISA SER O CABECALHO DO
      *    SELO GRAVADO PELO EX21, COM A DATA DE PROCESSAMENTO
      *    ESPERADA, NOS MESMOS MOLDES DO EX08.
       VERIFICA-SELO-CADFNV.
           MOVE "CADFNV.DAT" TO ERR-ARQUIVO.
           READ CADFUN
               AT END
                   PERFORM LOGA-SELO-AUSENTE
               NOT AT END
                   IF TIPO-SELO-HE NOT EQUAL "HDR"
                       PERFORM LOGA-SELO-AUSENTE
                   ELSE
                       IF DATA-SELO-HE NOT EQUAL WS-DATA-PROC
                           PERFORM LOGA-SELO-DATA
                       END-IF
                   END-IF
           END-READ.

      *    O PRIMEIRO REGISTRO DO CADSAI DA DATA PRECISA SER O
      *    CABECALHO DO SELO GRAVADO PELO EX08. JA DEIXA O PRIMEIRO
      *    FUNCIONARIO REAJUSTADO CARREGADO PARA O AVANCO CASADO.
       VERIFICA-SELO-CADSAI.
           MOVE "CADSAI.DAT" TO ERR-ARQUIVO.
           READ CADSAI
               AT END
                   PERFORM LOGA-SELO-AUSENTE
               NOT AT END
                   IF TIPO-SELO-H NOT EQUAL "HDR"
                       PERFORM LOGA-SELO-AUSENTE
                   ELSE
                       IF DATA-SELO-H NOT EQUAL WS-DATA-PROC
                           PERFORM LOGA-SELO-DATA
                       END-IF
                   END-IF
           END-READ.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM LE-CADSAI.

      *    O ARQUIVO DO SELO VIOLADO JA VEM EM ERR-ARQUIVO.
       LOGA-SELO-AUSENTE.
           MOVE "95"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-DATA.
           MOVE "96"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-TOTAL.
           MOVE "97"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LEITURA.
           READ CADFUN
               AT END
                   IF TRL-VISTO-ENT EQUAL "NAO"
                       MOVE "CADFNV.DAT" TO ERR-ARQUIVO
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TIPO-SELO-TE EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO-ENT
                       MOVE "SIM" TO FIM-ARQ
                       IF QTD-SELO-TE NOT EQUAL SELO-QTD-LIDA
                          OR HASH-SELO-TE NOT EQUAL SELO-HASH-LIDA
                           MOVE "CADFNV.DAT" TO ERR-ARQUIVO
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-LIDA
                       ADD SAL-ENT TO SELO-HASH-LIDA
                   END-IF
           END-READ.

      *    O TRAILER DO SELO FECHA A LEITURA DO CADSAI: QUANTIDADE OU
      *    HASH QUE NAO CONFEREM, OU FIM DE ARQUIVO SEM TRAILER,
      *    ABORTAM O PROGRAMA.
       LE-CADSAI.
           READ CADSAI
               AT END
                   IF TRL-VISTO-SAI EQUAL "NAO"
                       MOVE "CADSAI.DAT" TO ERR-ARQUIVO
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-SAI
               NOT AT END
                   IF TIPO-SELO-T EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO-SAI
                       MOVE "SIM" TO FIM-SAI
                       IF QTD-SELO-T NOT EQUAL SELO-QTD-SAI
                          OR HASH-SELO-T NOT EQUAL SELO-HASH-SAI
                           MOVE "CADSAI.DAT" TO ERR-ARQUIVO
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-SAI
                       ADD SAL-SAI TO SELO-HASH-SAI
                   END-IF
           END-READ.

       IMPRIME-CABECALHO.
           MOVE WS-DATA-PROC TO DATA-CAB.
           MOVE LIN-CAB TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "FUNCIONARIOS FORA DA FAIXA DO NIVEL" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TIT-FUN TO LINHA-REL.
           WRITE LINHA-REL.

      *    CASA O FUNCIONARIO COM O CADSAI PELO CODIGO (OS DOIS EM
      *    ORDEM DE CODIGO), CLASSIFICA NA FAIXA O SALARIO ANTERIOR E
      *    O NOVO, ACUMULA O DEPARTAMENTO E LISTA QUEM FICOU FORA DA
      *    FAIXA DEPOIS DO REAJUSTE.
       CONFERE-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS.
           PERFORM LE-CADSAI
               UNTIL FIM-SAI EQUAL "SIM"
                  OR COD-SAI NOT LESS COD-ENT.
           MOVE SAL-ENT TO SAL-NOVO.
           IF FIM-SAI NOT EQUAL "SIM"
              AND COD-SAI EQUAL COD-ENT
               MOVE SAL-SAI TO SAL-NOVO.
           MOVE SAL-ENT TO SAL-CONF.
           PERFORM CLASSIFICA-FAIXA.
           MOVE SITUACAO-CALC TO SITUACAO-ANT.
           MOVE SAL-NOVO TO SAL-CONF.
           PERFORM CLASSIFICA-FAIXA.
           EVALUATE SITUACAO-CALC
               WHEN "S"
                   ADD 1 TO CONT-SEM-NIVEL
               WHEN "I"
                   ADD 1 TO CONT-FORA
                   PERFORM IMPRIME-FUNCIONARIO
               WHEN "D"
                   PERFORM ACUMULA-DEP
               WHEN OTHER
                   ADD 1 TO CONT-FORA
                   PERFORM ACUMULA-DEP
                   PERFORM IMPRIME-FUNCIONARIO
           END-EVALUATE.
           PERFORM LEITURA.

       CLASSIFICA-FAIXA.
           MOVE ZEROS TO COMPA-CALC.
           IF NIVEL-ENT EQUAL SPACES
               MOVE "S" TO SITUACAO-CALC
           ELSE
               MOVE "NAO" TO ACHOU-NIVEL
               PERFORM VARIA-PROCURA-NIVEL
                   VARYING SUB-NIVEL FROM 1 BY 1
                   UNTIL SUB-NIVEL GREATER CONT-NIVEIS
                      OR ACHOU-NIVEL EQUAL "SIM"
               IF ACHOU-NIVEL EQUAL "NAO"
                   MOVE "I" TO SITUACAO-CALC
               ELSE
                   SUBTRACT 1 FROM SUB-NIVEL
                   PERFORM SITUA-NA-FAIXA
               END-IF
           END-IF.

       VARIA-PROCURA-NIVEL.
           IF COD-NIVEL (SUB-NIVEL) EQUAL NIVEL-ENT
               MOVE "SIM" TO ACHOU-NIVEL.

       SITUA-NA-FAIXA.
           MOVE "D" TO SITUACAO-CALC.
           IF SAL-CONF LESS MIN-NIVEL (SUB-NIVEL)
               MOVE "B" TO SITUACAO-CALC.
           IF MAX-NIVEL (SUB-NIVEL) GREATER ZEROS
              AND SAL-CONF GREATER MAX-NIVEL (SUB-NIVEL)
               MOVE "A" TO SITUACAO-CALC.
           IF MED-NIVEL (SUB-NIVEL) GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SAL-CONF * 100 / MED-NIVEL (SUB-NIVEL)
                   ON SIZE ERROR
                       MOVE 999,9 TO COMPA-CALC
               END-COMPUTE.

       ACUMULA-DEP.
           MOVE "NAO" TO ACHOU-DEP.
           PERFORM VARIA-PROCURA-DEP
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS
                  OR ACHOU-DEP EQUAL "SIM".
           IF ACHOU-DEP EQUAL "SIM"
               SUBTRACT 1 FROM SUB-DEP
           ELSE
               PERFORM INCLUI-DEP.
           IF ACHOU-DEP EQUAL "SIM"
               ADD 1 TO QTD-DEP (SUB-DEP)
               IF SITUACAO-CALC EQUAL "B"
                   ADD 1 TO ABAIXO-DEP (SUB-DEP)
               END-IF
               IF SITUACAO-CALC EQUAL "A"
                   ADD 1 TO ACIMA-DEP (SUB-DEP)
               END-IF
               IF MED-NIVEL (SUB-NIVEL) GREATER ZEROS
                   ADD SAL-ENT TO SOMA-ANT-DEP (SUB-DEP)
                   ADD SAL-NOVO TO SOMA-SAL-DEP (SUB-DEP)
                   ADD MED-NIVEL (SUB-NIVEL) TO SOMA-MED-DEP (SUB-DEP)
               END-IF
           END-IF.

       VARIA-PROCURA-DEP.
           IF COD-DEP (SUB-DEP) EQUAL DEP-ENT
               MOVE "SIM" TO ACHOU-DEP.

       INCLUI-DEP.
           IF CONT-DEPS LESS 100
               ADD 1 TO CONT-DEPS
               MOVE CONT-DEPS TO SUB-DEP
               MOVE DEP-ENT TO COD-DEP (SUB-DEP)
               MOVE ZEROS   TO QTD-DEP (SUB-DEP)
               MOVE ZEROS   TO ABAIXO-DEP (SUB-DEP)
               MOVE ZEROS   TO ACIMA-DEP (SUB-DEP)
               MOVE ZEROS   TO SOMA-ANT-DEP (SUB-DEP)
               MOVE ZEROS   TO SOMA-SAL-DEP (SUB-DEP)
               MOVE ZEROS   TO SOMA-MED-DEP (SUB-DEP)
               MOVE "SIM"   TO ACHOU-DEP
           ELSE
               IF LIMITE-DEP-LOGADO EQUAL "NAO"
                   MOVE "TAB-DEPS"   TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-DEP-LOGADO
               END-IF
           END-IF.

       IMPRIME-FUNCIONARIO.
           MOVE COD-ENT    TO COD-IMP.
           MOVE NOME-ENT   TO NOME-IMP.
           MOVE DEP-ENT    TO DEP-IMP.
           MOVE NIVEL-ENT  TO NIVEL-IMP.
           MOVE SAL-ENT    TO SAL-ANT-IMP.
           MOVE SAL-NOVO   TO SAL-IMP.
           MOVE COMPA-CALC TO COMPA-IMP.
           EVALUATE SITUACAO-ANT
               WHEN "B"
                   MOVE "ABAIXO" TO SITUACAO-ANT-IMP
               WHEN "A"
                   MOVE "ACIMA"  TO SITUACAO-ANT-IMP
               WHEN "D"
                   MOVE "DENTRO" TO SITUACAO-ANT-IMP
               WHEN OTHER
                   MOVE SPACES   TO SITUACAO-ANT-IMP
           END-EVALUATE.
           IF SITUACAO-CALC EQUAL "I"
               MOVE ZEROS TO MIN-IMP MAX-IMP
               MOVE "NIVEL INEXISTENTE" TO SITUACAO-IMP
           ELSE
               MOVE MIN-NIVEL (SUB-NIVEL) TO MIN-IMP
               MOVE MAX-NIVEL (SUB-NIVEL) TO MAX-IMP
               IF SITUACAO-CALC EQUAL "B"
                   MOVE "ABAIXO DO MINIMO" TO SITUACAO-IMP
               ELSE
                   MOVE "ACIMA DO MAXIMO"  TO SITUACAO-IMP
               END-IF
           END-IF.
           MOVE LIN-FUN TO LINHA-REL.
           WRITE LINHA-REL.

      *    COMPA-RATIO POR DEPARTAMENTO E O TOTAL DA EMPRESA, COM A
      *    CONTAGEM DOS FUNCIONARIOS SEM NIVEL NO FIM.
       IMPRIME-DEPARTAMENTOS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "COMPA-RATIO POR DEPARTAMENTO" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TIT-DEP TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARIA-IMPRIME-DEP
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS.
           MOVE "TOTAL"        TO DEP-DEP-IMP.
           MOVE QTD-TOTAL      TO QTD-DEP-IMP.
           MOVE ABAIXO-TOTAL   TO ABAIXO-DEP-IMP.
           MOVE ACIMA-TOTAL    TO ACIMA-DEP-IMP.
           MOVE SOMA-SAL-TOTAL TO SAL-DEP-IMP.
           MOVE SOMA-MED-TOTAL TO MED-DEP-IMP.
           MOVE ZEROS          TO COMPA-CALC.
           IF SOMA-MED-TOTAL GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SOMA-ANT-TOTAL * 100 / SOMA-MED-TOTAL
                   ON SIZE ERROR
                       MOVE 999,9 TO COMPA-CALC
               END-COMPUTE
           END-IF.
           MOVE COMPA-CALC     TO COMPA-ANT-DEP-IMP.
           MOVE ZEROS          TO COMPA-CALC.
           IF SOMA-MED-TOTAL GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SOMA-SAL-TOTAL * 100 / SOMA-MED-TOTAL
                   ON SIZE ERROR
                       MOVE 999,9 TO COMPA-CALC
               END-COMPUTE
           END-IF.
           MOVE COMPA-CALC     TO COMPA-DEP-IMP.
           MOVE LIN-DEP TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE CONT-SEM-NIVEL TO SEM-NIVEL-IMP.
           MOVE LIN-SEM-NIVEL TO LINHA-REL.
           WRITE LINHA-REL.

       VARIA-IMPRIME-DEP.
           MOVE COD-DEP (SUB-DEP)      TO DEP-DEP-IMP.
           MOVE QTD-DEP (SUB-DEP)      TO QTD-DEP-IMP.
           MOVE ABAIXO-DEP (SUB-DEP)   TO ABAIXO-DEP-IMP.
           MOVE ACIMA-DEP (SUB-DEP)    TO ACIMA-DEP-IMP.
           MOVE SOMA-SAL-DEP (SUB-DEP) TO SAL-DEP-IMP.
           MOVE SOMA-MED-DEP (SUB-DEP) TO MED-DEP-IMP.
           MOVE ZEROS TO COMPA-CALC.
           IF SOMA-MED-DEP (SUB-DEP) GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SOMA-ANT-DEP (SUB-DEP) * 100
                       / SOMA-MED-DEP (SUB-DEP)
                   ON SIZE ERROR
                       MOVE 999,9 TO COMPA-CALC
               END-COMPUTE
           END-IF.
           MOVE COMPA-CALC TO COMPA-ANT-DEP-IMP.
           MOVE ZEROS TO COMPA-CALC.
           IF SOMA-MED-DEP (SUB-DEP) GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SOMA-SAL-DEP (SUB-DEP) * 100
                       / SOMA-MED-DEP (SUB-DEP)
                   ON SIZE ERROR
                       MOVE 999,9 TO COMPA-CALC
               END-COMPUTE
           END-IF.
           MOVE COMPA-CALC TO COMPA-DEP-IMP.
           MOVE LIN-DEP TO LINHA-REL.
           WRITE LINHA-REL.
           ADD QTD-DEP (SUB-DEP)      TO QTD-TOTAL.
           ADD ABAIXO-DEP (SUB-DEP)   TO ABAIXO-TOTAL.
           ADD ACIMA-DEP (SUB-DEP)    TO ACIMA-TOTAL.
           ADD SOMA-ANT-DEP (SUB-DEP) TO SOMA-ANT-TOTAL.
           ADD SOMA-SAL-DEP (SUB-DEP) TO SOMA-SAL-TOTAL.
           ADD SOMA-MED-DEP (SUB-DEP) TO SOMA-MED-TOTAL.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS     TO QTD-LIDOS-CTL.
           MOVE CONT-FORA      TO QTD-FORA-CTL.
           MOVE CONT-SEM-NIVEL TO QTD-SEM-NIVEL-CTL.
           WRITE REG-CTL65.

       TERMINO.
           CLOSE CADFUN
                 CADSAI
                 RELNVD
                 CTL65.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
