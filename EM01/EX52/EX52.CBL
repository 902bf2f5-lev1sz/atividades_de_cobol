       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX52.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONFERENCIA DE NOTAS FALTANTES ANTES DO EX40. A
      *               GRADE CURRICULAR CADGRD DIZ QUAIS DISCIPLINAS DO
      *               CADDIS CADA TURMA CURSA E QUAL PROFESSOR RESPONDE
      *               POR ELAS. PARA CADA ALUNO DO CADALU, CONFERE SE O
      *               CADNTD TRAZ AS NOTAS DE TODAS AS DISCIPLINAS DA
      *               GRADE DA TURMA DELE; CADA AUSENCIA (OU LINHA COM
      *               NOTAS NAO NUMERICAS, QUE O EX40 REJEITARIA) SAI
      *               NO RELFNT AGRUPADA POR PROFESSOR E DISCIPLINA,
      *               PARA A COORDENACAO COBRAR QUEM NAO ENTREGOU.
      *               ALUNO DE TURMA SEM GRADE TAMBEM SAI, SOB "TURMA
      *               SEM GRADE". LINHA DA GRADE COM DISCIPLINA FORA DO
      *               CADDIS OU SEM TURMA/PROFESSOR VAI PARA O REJGRD
      *               COM O MOTIVO. QUALQUER PENDENCIA DEVOLVE
      *               RETURN-CODE 8, QUE O LOTE NOTURNO USA PARA SEGURAR
      *               O EX40 ATE A GRADE ESTAR COMPLETA OU A
      *               COORDENACAO LIBERAR. O CADNTD E LIDO NA MESMA
      *               ORDEM DE MATRICULA QUE O EX40 EXIGE.
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
      *    GRADE CURRICULAR: TURMA, DISCIPLINA E PROFESSOR, MANTIDA
      *    SEM RECOMPILAR.
           SELECT CADGRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGRD.
           SELECT CADDIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIS.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADALU.
           SELECT CADNTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNTD.
           SELECT REJGRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJGRD.
           SELECT RELFNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFNT.
           SELECT CTL52 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL52.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD CADGRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADGRD.DAT".

       01 REG-GRD.
           02 TURMA-GRD           PIC X(03).
           02 DIS-GRD             PIC X(03).
           02 PROF-GRD            PIC X(20).

      *    MESTRE DE DISCIPLINAS, NO MESMO LAYOUT DO EX40.
       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".

       01 REG-DIS.
           02 COD-DIS             PIC X(03).
           02 NOME-DIS            PIC X(20).

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

      *    NOTAS POR DISCIPLINA, NO MESMO LAYOUT DO EX40.
       FD CADNTD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNTD.DAT".

       01 REG-NTD.
           02 MAT-NTD-X           PIC X(05).
           02 MAT-NTD REDEFINES MAT-NTD-X
                                  PIC 9(05).
           02 DIS-NTD             PIC X(03).
           02 NOTAS-NTD-X         PIC X(16).

      *    LINHAS DA GRADE RECUSADAS, COM O MOTIVO:
      *      01 = DISCIPLINA INEXISTENTE NO CADDIS
      *      02 = TURMA OU PROFESSOR NAO INFORMADO
       FD REJGRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJGRD.DAT".

       01 REG-REJG.
           02 MOTIVO-REJG         PIC X(02).
           02 CONTEUDO-REJG       PIC X(26).

      *    RELATORIO DE NOTAS FALTANTES, EM IMAGEM DE IMPRESSAO.
       FD RELFNT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELFNT.DAT".

       01 LINHA-REL               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL52
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL52.DAT".

       01 REG-CTL52.
           02 QTD-ALUNOS-CTL      PIC 9(07).
           02 QTD-ENTREGUES-CTL   PIC 9(07).
           02 QTD-FALTANTES-CTL   PIC 9(07).
           02 QTD-REJ-GRADE-CTL   PIC 9(07).

       SD ARQSORT.

       01 REG-WRK.
           02 PROF-WRK            PIC X(20).
           02 DIS-WRK             PIC X(03).
           02 TURMA-WRK           PIC X(03).
           02 MAT-WRK             PIC 9(05).
           02 NOME-WRK            PIC X(20).
           02 MOTIVO-WRK          PIC X(15).

       WORKING-STORAGE SECTION.
       77 FS-CADGRD               PIC X(02).
       77 FS-CADDIS               PIC X(02).
       77 FS-CADALU               PIC X(02).
       77 FS-CADNTD               PIC X(02).
       77 FS-REJGRD               PIC X(02).
       77 FS-RELFNT               PIC X(02).
       77 FS-CTL52                PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-ALU                 PIC X(03)       VALUE "NAO".
       77 FIM-NTD                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
      *    MESTRE DE DISCIPLINAS EM MEMORIA.
       77 CONT-DISCIPLINAS        PIC 9(02)       VALUE ZEROS.
       77 SUB-DIS                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-DIS               PIC X(03)       VALUE "NAO".
       77 LIMITE-DIS-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-DISCIPLINAS.
           02 DIS-ITEM OCCURS 50 TIMES.
              03 COD-DIS-TAB       PIC X(03).
              03 NOME-DIS-TAB      PIC X(20).
      *    GRADE CURRICULAR EM MEMORIA.
       77 CONT-GRADE              PIC 9(04)       VALUE ZEROS.
       77 SUB-GRD                 PIC 9(04)       VALUE ZEROS.
       77 LIMITE-GRD-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-GRADE.
           02 GRD-ITEM OCCURS 500 TIMES.
              03 TURMA-GRD-TAB     PIC X(03).
              03 DIS-GRD-TAB       PIC X(03).
              03 PROF-GRD-TAB      PIC X(20).
      *    DISCIPLINAS COM NOTA DO ALUNO CORRENTE NO CADNTD.
       77 CONT-NOTAS-ALU          PIC 9(02)       VALUE ZEROS.
       77 SUB-NOTA                PIC 9(02)       VALUE ZEROS.
       77 ACHOU-NOTA              PIC X(03)       VALUE "NAO".
       01 TAB-NOTAS-ALU.
           02 NOTA-ALU-ITEM OCCURS 50 TIMES.
              03 DIS-NOTA-TAB      PIC X(03).
              03 VALIDA-NOTA-TAB   PIC X(03).
       77 TEM-GRADE-TURMA         PIC X(03)       VALUE "NAO".
       77 PROF-ATUAL              PIC X(20)       VALUE SPACES.
       77 DIS-ATUAL               PIC X(03)       VALUE SPACES.
       77 QTD-FALTA-DIS           PIC 9(05)       VALUE ZEROS.
       77 QTD-FALTA-PROF          PIC 9(05)       VALUE ZEROS.
       77 CONT-ALUNOS             PIC 9(07)       VALUE ZEROS.
       77 CONT-ENTREGUES          PIC 9(07)       VALUE ZEROS.
       77 CONT-FALTANTES          PIC 9(07)       VALUE ZEROS.
       77 CONT-REJ-GRADE          PIC 9(07)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX52".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-PROF.
           02 FILLER              PIC X(11)       VALUE "PROFESSOR: ".
           02 PROF-IMP            PIC X(20).

       01 LIN-DIS.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 FILLER              PIC X(12)       VALUE "DISCIPLINA: ".
           02 DIS-IMP             PIC X(03).

       01 LIN-DET.
           02 FILLER              PIC X(04)       VALUE SPACES.
           02 TURMA-DET           PIC X(03).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MAT-DET             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-DET            PIC X(20).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MOTIVO-DET          PIC X(15).

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 QTD-RES             PIC ZZZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY PROF-WRK DIS-WRK TURMA-WRK MAT-WRK
               INPUT PROCEDURE IS CONFERE-ALUNOS
               OUTPUT PROCEDURE IS IMPRIME-FALTANTES
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           OPEN INPUT CADGRD
                INPUT CADDIS
                INPUT CADALU
                INPUT CADNTD
               OUTPUT REJGRD
               OUTPUT RELFNT
               OUTPUT CTL52.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CARREGA-DISCIPLINAS
               PERFORM CARREGA-GRADE.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADGRD NOT EQUAL "00"
               MOVE "CADGRD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADGRD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADDIS NOT EQUAL "00"
               MOVE "CADDIS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDIS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADALU NOT EQUAL "00"
               MOVE "CADALU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADALU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADNTD NOT EQUAL "00"
               MOVE "CADNTD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADNTD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-REJGRD NOT EQUAL "00"
               MOVE "REJGRD.DAT" TO ERR-ARQUIVO
               MOVE FS-REJGRD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELFNT NOT EQUAL "00"
               MOVE "RELFNT.DAT" TO ERR-ARQUIVO
               MOVE FS-RELFNT    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL52 NOT EQUAL "00"
               MOVE "CTL52.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL52     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       CARREGA-DISCIPLINAS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADDIS.
           PERFORM GUARDA-DISCIPLINA
               UNTIL FIM-ARQ EQUAL "SIM".

       LE-CADDIS.
           READ CADDIS
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-DISCIPLINA.
           IF CONT-DISCIPLINAS LESS 50
               ADD 1 TO CONT-DISCIPLINAS
               MOVE COD-DIS  TO COD-DIS-TAB (CONT-DISCIPLINAS)
               MOVE NOME-DIS TO NOME-DIS-TAB (CONT-DISCIPLINAS)
           ELSE
               IF LIMITE-DIS-LOGADO EQUAL "NAO"
                   MOVE "CADDIS.DAT" TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-DIS-LOGADO
               END-IF
           END-IF.
           PERFORM LE-CADDIS.

      *    CARREGA A GRADE, RECUSANDO PARA O REJGRD AS LINHAS QUE NAO
      *    BATEM COM O CADDIS OU QUE NAO DIZEM TURMA E PROFESSOR.
       CARREGA-GRADE.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADGRD.
           PERFORM GUARDA-GRADE
               UNTIL FIM-ARQ EQUAL "SIM".

       LE-CADGRD.
           READ CADGRD
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-GRADE.
           PERFORM PROCURA-DISCIPLINA.
           EVALUATE TRUE
               WHEN ACHOU-DIS EQUAL "NAO"
                   MOVE "01" TO MOTIVO-REJG
                   PERFORM GRAVA-REJEICAO-GRADE
               WHEN TURMA-GRD EQUAL SPACES
                 OR PROF-GRD EQUAL SPACES
                   MOVE "02" TO MOTIVO-REJG
                   PERFORM GRAVA-REJEICAO-GRADE
               WHEN CONT-GRADE LESS 500
                   ADD 1 TO CONT-GRADE
                   MOVE TURMA-GRD TO TURMA-GRD-TAB (CONT-GRADE)
                   MOVE DIS-GRD   TO DIS-GRD-TAB (CONT-GRADE)
                   MOVE PROF-GRD  TO PROF-GRD-TAB (CONT-GRADE)
               WHEN OTHER
                   IF LIMITE-GRD-LOGADO EQUAL "NAO"
                       MOVE "CADGRD.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-GRD-LOGADO
                   END-IF
           END-EVALUATE.
           PERFORM LE-CADGRD.

       PROCURA-DISCIPLINA.
           MOVE "NAO" TO ACHOU-DIS.
           PERFORM VARIA-PROCURA-DIS
               VARYING SUB-DIS FROM 1 BY 1
               UNTIL SUB-DIS GREATER CONT-DISCIPLINAS
                  OR ACHOU-DIS EQUAL "SIM".

       VARIA-PROCURA-DIS.
           IF COD-DIS-TAB (SUB-DIS) EQUAL DIS-GRD
               MOVE "SIM" TO ACHOU-DIS.

       GRAVA-REJEICAO-GRADE.
           MOVE REG-GRD TO CONTEUDO-REJG.
           WRITE REG-REJG.
           ADD 1 TO CONT-REJ-GRADE.

      *    EMPARELHA CADALU E CADNTD POR MATRICULA: JUNTA AS
      *    DISCIPLINAS COM NOTA DE CADA ALUNO E CONFERE CONTRA A GRADE
      *    DA TURMA DELE, LIBERANDO PARA O SORT CADA NOTA FALTANTE.
       CONFERE-ALUNOS.
           PERFORM LE-CADALU.
           PERFORM LE-CADNTD.
           PERFORM CONFERE-ALUNO
               UNTIL FIM-ALU EQUAL "SIM".

       LE-CADALU.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ALU
               NOT AT END
                   ADD 1 TO CONT-ALUNOS
           END-READ.

      *    LINHA DE MATRICULA NAO NUMERICA E DESCARTADA AQUI, COMO O
      *    EX40 A REJEITA.
       LE-CADNTD.
           PERFORM LE-PROXIMO-NTD.
           PERFORM LE-PROXIMO-NTD
               UNTIL FIM-NTD EQUAL "SIM"
                  OR MAT-NTD-X NUMERIC.

       LE-PROXIMO-NTD.
           READ CADNTD
               AT END
                   MOVE "SIM" TO FIM-NTD
           END-READ.

       CONFERE-ALUNO.
           MOVE ZEROS TO CONT-NOTAS-ALU.
           PERFORM PULA-NOTA-ANTERIOR
               UNTIL FIM-NTD EQUAL "SIM"
                  OR MAT-NTD NOT LESS NUM-ALU.
           PERFORM JUNTA-NOTA-ALUNO
               UNTIL FIM-NTD EQUAL "SIM"
                  OR MAT-NTD NOT EQUAL NUM-ALU.
           MOVE "NAO" TO TEM-GRADE-TURMA.
           PERFORM VARIA-CONFERE-GRADE
               VARYING SUB-GRD FROM 1 BY 1
               UNTIL SUB-GRD GREATER CONT-GRADE.
           IF TEM-GRADE-TURMA EQUAL "NAO"
               MOVE "TURMA SEM GRADE" TO PROF-WRK
               MOVE SPACES            TO DIS-WRK
               MOVE "SEM GRADE"       TO MOTIVO-WRK
               PERFORM LIBERA-FALTANTE.
           PERFORM LE-CADALU.

      *    NOTAS DE MATRICULA AUSENTE DO CADALU: O EX40 AS REJEITA
      *    PELO MOTIVO 04, NADA A CONFERIR AQUI.
       PULA-NOTA-ANTERIOR.
           PERFORM LE-CADNTD.

       JUNTA-NOTA-ALUNO.
           IF CONT-NOTAS-ALU LESS 50
               ADD 1 TO CONT-NOTAS-ALU
               MOVE DIS-NTD TO DIS-NOTA-TAB (CONT-NOTAS-ALU)
               IF NOTAS-NTD-X NUMERIC
                   MOVE "SIM" TO VALIDA-NOTA-TAB (CONT-NOTAS-ALU)
               ELSE
                   MOVE "NAO" TO VALIDA-NOTA-TAB (CONT-NOTAS-ALU)
               END-IF
           END-IF.
           PERFORM LE-CADNTD.

       VARIA-CONFERE-GRADE.
           IF TURMA-GRD-TAB (SUB-GRD) EQUAL TURMA-ALU
               MOVE "SIM" TO TEM-GRADE-TURMA
               PERFORM PROCURA-NOTA
               EVALUATE TRUE
                   WHEN ACHOU-NOTA EQUAL "NAO"
                       MOVE "SEM NOTAS"       TO MOTIVO-WRK
                       PERFORM MONTA-FALTANTE
                   WHEN VALIDA-NOTA-TAB (SUB-NOTA) EQUAL "NAO"
                       MOVE "NOTAS INVALIDAS" TO MOTIVO-WRK
                       PERFORM MONTA-FALTANTE
                   WHEN OTHER
                       ADD 1 TO CONT-ENTREGUES
               END-EVALUATE.

       PROCURA-NOTA.
           MOVE "NAO" TO ACHOU-NOTA.
           PERFORM VARIA-PROCURA-NOTA
               VARYING SUB-NOTA FROM 1 BY 1
               UNTIL SUB-NOTA GREATER CONT-NOTAS-ALU
                  OR ACHOU-NOTA EQUAL "SIM".
           IF ACHOU-NOTA EQUAL "SIM"
               SUBTRACT 1 FROM SUB-NOTA.

       VARIA-PROCURA-NOTA.
           IF DIS-NOTA-TAB (SUB-NOTA) EQUAL DIS-GRD-TAB (SUB-GRD)
               MOVE "SIM" TO ACHOU-NOTA.

       MONTA-FALTANTE.
           MOVE PROF-GRD-TAB (SUB-GRD) TO PROF-WRK.
           MOVE DIS-GRD-TAB (SUB-GRD)  TO DIS-WRK.
           PERFORM LIBERA-FALTANTE.

       LIBERA-FALTANTE.
           MOVE TURMA-ALU TO TURMA-WRK.
           MOVE NUM-ALU   TO MAT-WRK.
           MOVE NOME-ALU  TO NOME-WRK.
           RELEASE REG-WRK.
           ADD 1 TO CONT-FALTANTES.

      *    IMPRESSAO DO RELFNT: QUEBRA POR PROFESSOR E, DENTRO DELE,
      *    POR DISCIPLINA, COM UMA LINHA POR ALUNO SEM NOTA E A
      *    QUANTIDADE DE CADA QUEBRA; NO FIM, OS TOTAIS GERAIS.
       IMPRIME-FALTANTES.
           PERFORM LE-ARQSORT.
           PERFORM IMPRIME-PROFESSOR
               UNTIL FIM-WRK EQUAL "SIM".
           MOVE "ALUNOS CONFERIDOS"          TO TEXTO-RES.
           MOVE CONT-ALUNOS    TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "NOTAS ENTREGUES"            TO TEXTO-RES.
           MOVE CONT-ENTREGUES TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "NOTAS FALTANTES"            TO TEXTO-RES.
           MOVE CONT-FALTANTES TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "LINHAS DA GRADE RECUSADAS"  TO TEXTO-RES.
           MOVE CONT-REJ-GRADE TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           IF CONT-FALTANTES EQUAL ZEROS
              AND CONT-REJ-GRADE EQUAL ZEROS
               MOVE "GRADE COMPLETA - EX40 LIBERADO" TO LINHA-REL
           ELSE
               MOVE "GRADE INCOMPLETA - EX40 RETIDO"  TO LINHA-REL.
           WRITE LINHA-REL.

       LE-ARQSORT.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
           END-RETURN.

       IMPRIME-PROFESSOR.
           MOVE PROF-WRK TO PROF-ATUAL.
           MOVE ZEROS    TO QTD-FALTA-PROF.
           MOVE PROF-ATUAL TO PROF-IMP.
           MOVE LIN-PROF TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM IMPRIME-DISCIPLINA
               UNTIL FIM-WRK EQUAL "SIM"
                  OR PROF-WRK NOT EQUAL PROF-ATUAL.
           MOVE "TOTAL FALTANTE DO PROFESSOR" TO TEXTO-RES.
           MOVE QTD-FALTA-PROF TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-DISCIPLINA.
           MOVE DIS-WRK TO DIS-ATUAL.
           MOVE ZEROS   TO QTD-FALTA-DIS.
           MOVE DIS-ATUAL TO DIS-IMP.
           MOVE LIN-DIS TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM IMPRIME-DETALHE
               UNTIL FIM-WRK EQUAL "SIM"
                  OR PROF-WRK NOT EQUAL PROF-ATUAL
                  OR DIS-WRK NOT EQUAL DIS-ATUAL.
           MOVE "  FALTANTES NA DISCIPLINA"   TO TEXTO-RES.
           MOVE QTD-FALTA-DIS TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-DETALHE.
           MOVE TURMA-WRK  TO TURMA-DET.
           MOVE MAT-WRK    TO MAT-DET.
           MOVE NOME-WRK   TO NOME-DET.
           MOVE MOTIVO-WRK TO MOTIVO-DET.
           MOVE LIN-DET    TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO QTD-FALTA-DIS.
           ADD 1 TO QTD-FALTA-PROF.
           PERFORM LE-ARQSORT.

       GERA-RELATORIO-CTL.
           MOVE CONT-ALUNOS    TO QTD-ALUNOS-CTL.
           MOVE CONT-ENTREGUES TO QTD-ENTREGUES-CTL.
           MOVE CONT-FALTANTES TO QTD-FALTANTES-CTL.
           MOVE CONT-REJ-GRADE TO QTD-REJ-GRADE-CTL.
           WRITE REG-CTL52.

      *    GRADE INCOMPLETA (NOTA FALTANTE OU LINHA DA GRADE RECUSADA)
      *    DEVOLVE O MESMO RETURN-CODE 8 DE UMA ABORTAGEM: PARA O LOTE,
      *    NOS DOIS CASOS O EX40 NAO TEM COMO RODAR COM SEGURANCA.
       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADGRD
                 CADDIS
                 CADALU
                 CADNTD
                 REJGRD
                 RELFNT
                 CTL52.
           IF ABORTAR-JOB EQUAL "SIM"
              OR CONT-FALTANTES NOT EQUAL ZEROS
              OR CONT-REJ-GRADE NOT EQUAL ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
