       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX64.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONTROLE DE FAIXA SALARIAL ANTES DO REAJUSTE.
      *               EXECUTADO PELO JOB MESTRE ANTES DO EX08, LE O
      *               CADFNV VALIDADO E SELADO PELO EX21 E A TABELA DE
      *               NIVEIS CADNIV (MINIMO, MEDIO E MAXIMO DE CADA
      *               NIVEL) E GRAVA O RELNVA: OS FUNCIONARIOS ABAIXO
      *               DO MINIMO OU ACIMA DO MAXIMO DO SEU NIVEL (E OS
      *               DE NIVEL INEXISTENTE NO CADNIV), COM O
      *               COMPA-RATIO INDIVIDUAL (SALARIO / MEDIO DO
      *               NIVEL), E O COMPA-RATIO POR DEPARTAMENTO (SOMA
      *               DOS SALARIOS / SOMA DOS MEDIOS) COM O TOTAL DA
      *               EMPRESA. FUNCIONARIO SEM NIVEL SO E CONTADO. A
      *               MESMA CONFERENCIA DEPOIS DO REAJUSTE E FEITA
      *               PELO EX65 SOBRE O CADSAI_REAJ DO DIA.
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
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELNVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELNVA.
           SELECT CTL64 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL64.

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

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    RELATORIO DE FAIXA, EM IMAGEM DE IMPRESSAO.
       FD RELNVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELNVA.DAT".

       01 LINHA-REL               PIC X(100).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL64
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL64.DAT".

       01 REG-CTL64.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-FORA-CTL        PIC 9(07).
           02 QTD-SEM-NIVEL-CTL   PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADNIV               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELNVA               PIC X(02).
       77 FS-CTL64                PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
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
      *    INEXISTENTE NO CADNIV, "S" SEM NIVEL.
       77 SITUACAO-CALC           PIC X(01).
       77 COMPA-CALC              PIC 9(03)V9.
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
              03 SOMA-SAL-DEP      PIC 9(11)V99.
              03 SOMA-MED-DEP      PIC 9(11)V99.
       77 QTD-TOTAL               PIC 9(05)       VALUE ZEROS.
       77 ABAIXO-TOTAL            PIC 9(05)       VALUE ZEROS.
       77 ACIMA-TOTAL             PIC 9(05)       VALUE ZEROS.
       77 SOMA-SAL-TOTAL          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-MED-TOTAL          PIC 9(11)V99    VALUE ZEROS.
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-FORA               PIC 9(07)       VALUE ZEROS.
       77 CONT-SEM-NIVEL          PIC 9(07)       VALUE ZEROS.
       77 TRL-VISTO-ENT           PIC X(03)       VALUE "NAO".
       77 SELO-QTD-LIDA           PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-LIDA          PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX64".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-CAB.
           02 FILLER              PIC X(50)       VALUE
              "CONTROLE DE FAIXA SALARIAL - ANTES DO REAJUSTE - ".
           02 DATA-CAB            PIC 9(08).

       01 LIN-TIT-FUN.
           02 FILLER              PIC X(50)       VALUE
              "COD    NOME                 DEP   NIV      SALARIO".
           02 FILLER              PIC X(50)       VALUE
              "       MINIMO       MAXIMO COMPA SITUACAO".

       01 LIN-FUN.
           02 COD-IMP             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-IMP            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 DEP-IMP             PIC X(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NIVEL-IMP           PIC X(03).
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

       01 LIN-TIT-DEP.
           02 FILLER              PIC X(42)       VALUE
              "DEPTO   QTD ABAIXO ACIMA     SOMA SALARIOS".
           02 FILLER              PIC X(58)       VALUE
              "       SOMA MEDIOS COMPA".

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
           PERFORM IMPRIME-CABECALHO
           PERFORM LEITURA
           PERFORM CONFERE-FUNCIONARIO
               UNTIL FIM-ARQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
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
           PERFORM LE-NIVEIS.
           OPEN INPUT CADFUN
               OUTPUT RELNVA
               OUTPUT CTL64.
           PERFORM VERIFICA-ABERTURA.

       VERIFICA-ABERTURA.
           IF FS-CADFUN NOT EQUAL "00"
               MOVE "CADFNV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELNVA NOT EQUAL "00"
               MOVE "RELNVA.DAT" TO ERR-ARQUIVO
               MOVE FS-RELNVA    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL64 NOT EQUAL "00"
               MOVE "CTL64.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL64     TO ERR-STATUS
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

       LOGA-SELO-AUSENTE.
           MOVE "CADFNV.DAT" TO ERR-ARQUIVO.
           MOVE "95"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-DATA.
           MOVE "CADFNV.DAT" TO ERR-ARQUIVO.
           MOVE "96"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-TOTAL.
           MOVE "CADFNV.DAT" TO ERR-ARQUIVO.
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
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF TIPO-SELO-TE EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO-ENT
                       MOVE "SIM" TO FIM-ARQ
                       IF QTD-SELO-TE NOT EQUAL SELO-QTD-LIDA
                          OR HASH-SELO-TE NOT EQUAL SELO-HASH-LIDA
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-LIDA
                       ADD SAL-ENT TO SELO-HASH-LIDA
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

      *    CLASSIFICA O FUNCIONARIO NA FAIXA DO NIVEL, ACUMULA O
      *    DEPARTAMENTO E LISTA QUEM ESTA FORA DELA.
       CONFERE-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS.
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
           IF SAL-ENT LESS MIN-NIVEL (SUB-NIVEL)
               MOVE "B" TO SITUACAO-CALC.
           IF MAX-NIVEL (SUB-NIVEL) GREATER ZEROS
              AND SAL-ENT GREATER MAX-NIVEL (SUB-NIVEL)
               MOVE "A" TO SITUACAO-CALC.
           IF MED-NIVEL (SUB-NIVEL) GREATER ZEROS
               COMPUTE COMPA-CALC ROUNDED =
                   SAL-ENT * 100 / MED-NIVEL (SUB-NIVEL)
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
                   ADD SAL-ENT TO SOMA-SAL-DEP (SUB-DEP)
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
           MOVE SAL-ENT    TO SAL-IMP.
           MOVE COMPA-CALC TO COMPA-IMP.
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
           ADD SOMA-SAL-DEP (SUB-DEP) TO SOMA-SAL-TOTAL.
           ADD SOMA-MED-DEP (SUB-DEP) TO SOMA-MED-TOTAL.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS     TO QTD-LIDOS-CTL.
           MOVE CONT-FORA      TO QTD-FORA-CTL.
           MOVE CONT-SEM-NIVEL TO QTD-SEM-NIVEL-CTL.
           WRITE REG-CTL64.

       TERMINO.
           CLOSE CADFUN
                 RELNVA
                 CTL64.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
