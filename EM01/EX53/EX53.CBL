       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX53.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       BOLETIM ESCOLAR DO PERIODO, UMA PAGINA POR
      *               ALUNO, PARA ENTREGA AS FAMILIAS. PARA CADA ALUNO
      *               DO CADALU IMPRIME A TURMA, CADA DISCIPLINA COM AS
      *               QUATRO NOTAS DO CADNTD, A MEDIA PONDERADA E A
      *               SITUACAO GRAVADAS NO CADATD PELO EX40 (JA COM O
      *               RESULTADO DA RECUPERACAO DO EX49, QUANDO HOUVER),
      *               A FREQUENCIA DO CADFRE (FALTAS E PERCENTUAL DE
      *               PRESENCA) E O RESULTADO GERAL DO PERIODO: PRESENCA
      *               ABAIXO DO PISO DO CADFRQ REPROVA POR FALTA, COMO
      *               NO EX07; SENAO QUALQUER REP REPROVA, QUALQUER REC
      *               DEIXA EM RECUPERACAO E DISCIPLINA AINDA SEM
      *               RESULTADO DEIXA O PERIODO PENDENTE, COMO NO
      *               RELSID DO EX40. OS BOLETINS SAEM NO RELBOL
      *               ORDENADOS POR TURMA E MATRICULA, PARA A
      *               SECRETARIA ENTREGAR TURMA A TURMA. O CADNTD E
      *               LIDO NA MESMA ORDEM DE MATRICULA QUE O EX40 EXIGE.
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
           SELECT CADNTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNTD.
           SELECT CADDIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDIS.
      *    RESULTADO DO PERIODO POR ALUNO E DISCIPLINA GRAVADO PELO
      *    EX40, CONSULTADO PELA CHAVE COMPOSTA.
           SELECT CADATD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ATD
           FILE STATUS IS FS-CADATD.
           SELECT CADFRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRE.
           SELECT CADFRQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRQ.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELBOL.
           SELECT CTL53 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL53.
           SELECT ARQSORT ASSIGN TO DISK.

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

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".

       01 REG-DIS.
           02 COD-DIS             PIC X(03).
           02 NOME-DIS            PIC X(20).

       FD CADATD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATD.DAT".

       01 REG-ATD.
           02 CHAVE-ATD.
              03 MAT-ATD           PIC 9(05).
              03 DIS-ATD           PIC X(03).
           02 NOME-ATD             PIC X(20).
           02 TURMA-ATD            PIC X(03).
           02 MEDIA-ATD            PIC 9(02)V99.
           02 SIT-ATD              PIC X(03).

      *    FREQUENCIA APURADA PELO EX41 E PISO DE PRESENCA, NOS
      *    MESMOS LAYOUTS LIDOS PELO EX07.
       FD CADFRE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFRE.DAT".

       01 REG-FRE.
           02 MAT-FRE             PIC 9(05).
           02 QTD-FALTAS-FRE      PIC 9(03).
           02 PERC-PRES-FRE       PIC 9(03)V99.

       FD CADFRQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFRQ.DAT".

       01 REG-FRQ.
           02 TOTAL-AULAS-FRQ     PIC 9(03).
           02 PISO-FRQ            PIC 9(02)V99.
           02 MARGEM-FRQ          PIC 9(02)V99.

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    BOLETINS EM IMAGEM DE IMPRESSAO, UM POR PAGINA.
       FD RELBOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELBOL.DAT".

       01 LINHA-REL               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL53
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL53.DAT".

       01 REG-CTL53.
           02 QTD-ALUNOS-CTL      PIC 9(07).
           02 QTD-BOLETINS-CTL    PIC 9(07).
           02 QTD-DISCIPLINAS-CTL PIC 9(07).

      *    UM REGISTRO POR ALUNO E DISCIPLINA; O ALUNO SEM NENHUMA
      *    NOTA NO PERIODO VEM COM A DISCIPLINA EM BRANCO.
       SD ARQSORT.

       01 REG-WRK.
           02 TURMA-WRK           PIC X(03).
           02 MAT-WRK             PIC 9(05).
           02 DIS-WRK             PIC X(03).
           02 NOME-WRK            PIC X(20).
           02 NOTAS-WRK.
              03 NOTA-WRK OCCURS 4 TIMES
                                  PIC 9(02)V99.
           02 MEDIA-WRK           PIC 9(02)V99.
           02 SIT-WRK             PIC X(03).

       WORKING-STORAGE SECTION.
       77 FS-CADALU               PIC X(02).
       77 FS-CADNTD               PIC X(02).
       77 FS-CADDIS               PIC X(02).
       77 FS-CADATD               PIC X(02).
       77 FS-CADFRE               PIC X(02).
       77 FS-CADFRQ               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELBOL               PIC X(02).
       77 FS-CTL53                PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-ALU                 PIC X(03)       VALUE "NAO".
       77 FIM-NTD                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
       01 WS-PERIODO              PIC 9(06).
       01 WS-PERIODO-DESM REDEFINES WS-PERIODO.
           02 ANO-PER             PIC 9(04).
           02 MES-PER             PIC 9(02).
      *    MESTRE DE DISCIPLINAS EM MEMORIA.
       77 CONT-DISCIPLINAS        PIC 9(02)       VALUE ZEROS.
       77 SUB-DIS                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-DIS               PIC X(03)       VALUE "NAO".
       77 LIMITE-DIS-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-DISCIPLINAS.
           02 DIS-ITEM OCCURS 50 TIMES.
              03 COD-DIS-TAB       PIC X(03).
              03 NOME-DIS-TAB      PIC X(20).
      *    FREQUENCIA POR ALUNO CARREGADA DO CADFRE; ALUNO FORA DA
      *    TABELA NAO TEM FREQUENCIA APURADA.
       77 PISO-PRESENCA           PIC 9(02)V99    VALUE 75,00.
       77 CONT-FREQUENCIAS        PIC 9(04)       VALUE ZEROS.
       77 SUB-FRE                 PIC 9(04)       VALUE ZEROS.
       77 ACHOU-FRE               PIC X(03)       VALUE "NAO".
       77 LIMITE-FRE-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-FREQUENCIAS.
           02 FRE-ITEM OCCURS 1000 TIMES.
              03 MAT-FRE-TAB       PIC 9(05).
              03 FALTAS-FRE-TAB    PIC 9(03).
              03 PERC-PRES-TAB     PIC 9(03)V99.
      *    ALUNO CORRENTE DA IMPRESSAO.
       77 MAT-ATUAL               PIC 9(05)       VALUE ZEROS.
       77 TEM-NOTA-ALU            PIC X(03)       VALUE "NAO".
       77 TEM-REP-ALU             PIC X(03)       VALUE "NAO".
       77 TEM-REC-ALU             PIC X(03)       VALUE "NAO".
       77 TEM-PEND-ALU            PIC X(03)       VALUE "NAO".
       77 SUB-NOTA                PIC 9(01)       VALUE ZEROS.
       77 CONT-ALUNOS             PIC 9(07)       VALUE ZEROS.
       77 CONT-BOLETINS           PIC 9(07)       VALUE ZEROS.
       77 CONT-DIS-IMPRESSAS      PIC 9(07)       VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX53".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-TITULO.
           02 FILLER              PIC X(26)
              VALUE "BOLETIM ESCOLAR - PERIODO ".
           02 MES-TIT             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-TIT             PIC 9(04).
           02 FILLER              PIC X(30)       VALUE SPACES.
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-TIT          PIC ZZ9.

       01 LIN-ALUNO.
           02 FILLER              PIC X(07)       VALUE "ALUNO: ".
           02 MAT-CAB             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-CAB            PIC X(20).
           02 FILLER              PIC X(09)       VALUE "  TURMA: ".
           02 TURMA-CAB           PIC X(03).

       01 LIN-CABEC.
           02 FILLER              PIC X(25)
              VALUE "DISCIPLINA".
           02 FILLER              PIC X(30)
              VALUE "NOTA1 NOTA2 NOTA3 NOTA4 MEDIA".
           02 FILLER              PIC X(05)       VALUE "  SIT".

       01 LIN-DIS.
           02 DIS-IMP             PIC X(03).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-DIS-IMP        PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOTAS-IMP OCCURS 4 TIMES.
              03 NOTA-IMP          PIC Z9,99.
              03 FILLER            PIC X(01)       VALUE SPACE.
           02 MEDIA-IMP           PIC Z9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 SIT-IMP             PIC X(03).

       01 LIN-SEM-NOTAS.
           02 FILLER              PIC X(30)
              VALUE "SEM NOTAS LANCADAS NO PERIODO".

       01 LIN-FREQ.
           02 FILLER              PIC X(08)       VALUE "FALTAS: ".
           02 FALTAS-IMP          PIC ZZ9.
           02 FILLER              PIC X(12)       VALUE "  PRESENCA: ".
           02 PERC-IMP            PIC ZZ9,99.
           02 FILLER              PIC X(01)       VALUE "%".

       01 LIN-SEM-FREQ.
           02 FILLER              PIC X(30)
              VALUE "FREQUENCIA NAO APURADA".

       01 LIN-RESULTADO.
           02 FILLER              PIC X(22)
              VALUE "RESULTADO DO PERIODO: ".
           02 RESULTADO-IMP       PIC X(20).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY TURMA-WRK MAT-WRK DIS-WRK
               INPUT PROCEDURE IS JUNTA-NOTAS
               OUTPUT PROCEDURE IS IMPRIME-BOLETINS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-PERIODO.
           PERFORM LE-PISO-PRESENCA.
           PERFORM LE-FREQUENCIA.
           OPEN INPUT CADALU
                INPUT CADNTD
                INPUT CADDIS
                INPUT CADATD
               OUTPUT RELBOL
               OUTPUT CTL53.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CARREGA-DISCIPLINAS.

      *    O PERIODO E O ANO/MES DA DATA DE PROCESSAMENTO, COMO NO
      *    EX40.
       LE-PERIODO.
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
           MOVE WS-DATA-PROC (1:6) TO WS-PERIODO.

      *    LE O PISO DE PRESENCA DO CADFRQ. SEM O ARQUIVO VALE O
      *    PADRAO DE 75,00 POR CENTO.
       LE-PISO-PRESENCA.
           OPEN INPUT CADFRQ.
           IF FS-CADFRQ EQUAL "00"
               READ CADFRQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PISO-FRQ GREATER ZEROS
                           MOVE PISO-FRQ TO PISO-PRESENCA
                       END-IF
               END-READ
               CLOSE CADFRQ.

      *    CARREGA A FREQUENCIA DO PERIODO. O CADFRE E OPCIONAL - SEM
      *    ELE O BOLETIM SAI COM A FREQUENCIA NAO APURADA.
       LE-FREQUENCIA.
           MOVE ZEROS TO CONT-FREQUENCIAS.
           OPEN INPUT CADFRE.
           IF FS-CADFRE EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM CARREGA-FREQUENCIA
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADFRE.

       CARREGA-FREQUENCIA.
           READ CADFRE
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   IF CONT-FREQUENCIAS LESS 1000
                       ADD 1 TO CONT-FREQUENCIAS
                       MOVE MAT-FRE TO
                           MAT-FRE-TAB (CONT-FREQUENCIAS)
                       MOVE QTD-FALTAS-FRE TO
                           FALTAS-FRE-TAB (CONT-FREQUENCIAS)
                       MOVE PERC-PRES-FRE TO
                           PERC-PRES-TAB (CONT-FREQUENCIAS)
                   ELSE
                       IF LIMITE-FRE-LOGADO EQUAL "NAO"
                           MOVE "CADFRE.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-FRE-LOGADO
                       END-IF
                   END-IF
           END-READ.

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
           IF FS-CADNTD NOT EQUAL "00"
               MOVE "CADNTD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADNTD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADDIS NOT EQUAL "00"
               MOVE "CADDIS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDIS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADATD NOT EQUAL "00"
               MOVE "CADATD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADATD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELBOL NOT EQUAL "00"
               MOVE "RELBOL.DAT" TO ERR-ARQUIVO
               MOVE FS-RELBOL    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL53 NOT EQUAL "00"
               MOVE "CTL53.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL53     TO ERR-STATUS
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

      *    EMPARELHA CADALU E CADNTD POR MATRICULA E LIBERA PARA O
      *    SORT UM REGISTRO POR DISCIPLINA COM NOTAS VALIDAS, COM A
      *    MEDIA E A SITUACAO DO CADATD. LINHA DE NOTAS MALFORMADA JA
      *    FOI REJEITADA PELO EX40 E NAO ENTRA NO BOLETIM.
       JUNTA-NOTAS.
           PERFORM LE-CADALU.
           PERFORM LE-CADNTD.
           PERFORM JUNTA-ALUNO
               UNTIL FIM-ALU EQUAL "SIM".

       LE-CADALU.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ALU
               NOT AT END
                   ADD 1 TO CONT-ALUNOS
           END-READ.

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

       JUNTA-ALUNO.
           MOVE "NAO" TO TEM-NOTA-ALU.
           PERFORM PULA-NOTA-ANTERIOR
               UNTIL FIM-NTD EQUAL "SIM"
                  OR MAT-NTD NOT LESS NUM-ALU.
           PERFORM LIBERA-DISCIPLINA
               UNTIL FIM-NTD EQUAL "SIM"
                  OR MAT-NTD NOT EQUAL NUM-ALU.
           IF TEM-NOTA-ALU EQUAL "NAO"
               MOVE TURMA-ALU TO TURMA-WRK
               MOVE NUM-ALU   TO MAT-WRK
               MOVE SPACES    TO DIS-WRK SIT-WRK
               MOVE NOME-ALU  TO NOME-WRK
               MOVE ZEROS     TO NOTAS-WRK MEDIA-WRK
               RELEASE REG-WRK.
           PERFORM LE-CADALU.

       PULA-NOTA-ANTERIOR.
           PERFORM LE-CADNTD.

      *    DISCIPLINA SEM REGISTRO NO CADATD (EX40 AINDA NAO RODOU
      *    SOBRE ELA) SAI SEM MEDIA, COM A SITUACAO "---".
       LIBERA-DISCIPLINA.
           IF NOTAS-NTD-X NUMERIC
               MOVE "SIM"       TO TEM-NOTA-ALU
               MOVE TURMA-ALU   TO TURMA-WRK
               MOVE NUM-ALU     TO MAT-WRK
               MOVE DIS-NTD     TO DIS-WRK
               MOVE NOME-ALU    TO NOME-WRK
               MOVE NOTAS-NTD-X TO NOTAS-WRK
               MOVE NUM-ALU     TO MAT-ATD
               MOVE DIS-NTD     TO DIS-ATD
               READ CADATD
                   INVALID KEY
                       MOVE ZEROS TO MEDIA-WRK
                       MOVE "---" TO SIT-WRK
                   NOT INVALID KEY
                       MOVE MEDIA-ATD TO MEDIA-WRK
                       MOVE SIT-ATD   TO SIT-WRK
               END-READ
               RELEASE REG-WRK.
           PERFORM LE-CADNTD.

      *    UM BOLETIM POR ALUNO, CADA UM NUMA PAGINA NOVA; O QUE NAO
      *    COUBER NA PAGINA CONTINUA NA SEGUINTE, COM O CABECALHO.
       IMPRIME-BOLETINS.
           PERFORM LE-ARQSORT.
           PERFORM IMPRIME-BOLETIM
               UNTIL FIM-WRK EQUAL "SIM".

       LE-ARQSORT.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
           END-RETURN.

       IMPRIME-BOLETIM.
           MOVE MAT-WRK TO MAT-ATUAL.
           MOVE "NAO"   TO TEM-REP-ALU TEM-REC-ALU TEM-PEND-ALU.
           ADD 1 TO CONT-BOLETINS.
           MOVE MAT-WRK   TO MAT-CAB.
           MOVE NOME-WRK  TO NOME-CAB.
           MOVE TURMA-WRK TO TURMA-CAB.
           PERFORM QUEBRA-PAGINA.
           IF DIS-WRK EQUAL SPACES
               MOVE "SIM" TO TEM-PEND-ALU
               MOVE LIN-SEM-NOTAS TO LINHA-REL
               WRITE LINHA-REL
               PERFORM LE-ARQSORT
           ELSE
               MOVE LIN-CABEC TO LINHA-REL
               WRITE LINHA-REL
               PERFORM IMPRIME-DISCIPLINA
                   UNTIL FIM-WRK EQUAL "SIM"
                      OR MAT-WRK NOT EQUAL MAT-ATUAL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM IMPRIME-FREQUENCIA.
           PERFORM IMPRIME-RESULTADO.

      *    ABRE A PAGINA COM O TITULO NUMERADO E O ALUNO.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE MES-PER     TO MES-TIT.
           MOVE ANO-PER     TO ANO-TIT.
           MOVE CONT-PAGINA TO PAGINA-TIT.
           MOVE LIN-TITULO  TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES      TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-ALUNO   TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES      TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO CONT-LINHAS.

       IMPRIME-DISCIPLINA.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
               MOVE LIN-CABEC TO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           MOVE DIS-WRK TO DIS-IMP.
           PERFORM PROCURA-DISCIPLINA.
           MOVE SPACES TO NOME-DIS-IMP.
           IF ACHOU-DIS EQUAL "SIM"
               MOVE NOME-DIS-TAB (SUB-DIS) TO NOME-DIS-IMP.
           PERFORM VARIA-NOTA
               VARYING SUB-NOTA FROM 1 BY 1
               UNTIL SUB-NOTA GREATER 4.
           MOVE MEDIA-WRK TO MEDIA-IMP.
           MOVE SIT-WRK   TO SIT-IMP.
           MOVE LIN-DIS   TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO CONT-LINHAS.
           ADD 1 TO CONT-DIS-IMPRESSAS.
           EVALUATE SIT-WRK
               WHEN "REP"
                   MOVE "SIM" TO TEM-REP-ALU
               WHEN "REC"
                   MOVE "SIM" TO TEM-REC-ALU
               WHEN "APR"
                   CONTINUE
               WHEN OTHER
                   MOVE "SIM" TO TEM-PEND-ALU
           END-EVALUATE.
           PERFORM LE-ARQSORT.

       VARIA-NOTA.
           MOVE NOTA-WRK (SUB-NOTA) TO NOTA-IMP (SUB-NOTA).

       PROCURA-DISCIPLINA.
           MOVE "NAO" TO ACHOU-DIS.
           PERFORM VARIA-PROCURA-DIS
               VARYING SUB-DIS FROM 1 BY 1
               UNTIL SUB-DIS GREATER CONT-DISCIPLINAS
                  OR ACHOU-DIS EQUAL "SIM".
           IF ACHOU-DIS EQUAL "SIM"
               SUBTRACT 1 FROM SUB-DIS.

       VARIA-PROCURA-DIS.
           IF COD-DIS-TAB (SUB-DIS) EQUAL DIS-IMP
               MOVE "SIM" TO ACHOU-DIS.

       IMPRIME-FREQUENCIA.
           MOVE "NAO" TO ACHOU-FRE.
           PERFORM VARIA-PROCURA-FRE
               VARYING SUB-FRE FROM 1 BY 1
               UNTIL SUB-FRE GREATER CONT-FREQUENCIAS
                  OR ACHOU-FRE EQUAL "SIM".
           IF ACHOU-FRE EQUAL "SIM"
               SUBTRACT 1 FROM SUB-FRE
               MOVE FALTAS-FRE-TAB (SUB-FRE) TO FALTAS-IMP
               MOVE PERC-PRES-TAB (SUB-FRE)  TO PERC-IMP
               MOVE LIN-FREQ TO LINHA-REL
           ELSE
               MOVE LIN-SEM-FREQ TO LINHA-REL.
           WRITE LINHA-REL.

       VARIA-PROCURA-FRE.
           IF MAT-FRE-TAB (SUB-FRE) EQUAL MAT-ATUAL
               MOVE "SIM" TO ACHOU-FRE.

      *    RESULTADO GERAL: A FALTA PREVALECE SOBRE A NOTA, COMO NO
      *    EX07; DEPOIS VALE A ORDEM DO RELSID DO EX40.
       IMPRIME-RESULTADO.
           EVALUATE TRUE
               WHEN ACHOU-FRE EQUAL "SIM"
                AND PERC-PRES-TAB (SUB-FRE) LESS PISO-PRESENCA
                   MOVE "REPROVADO POR FALTA" TO RESULTADO-IMP
               WHEN TEM-REP-ALU EQUAL "SIM"
                   MOVE "REPROVADO"           TO RESULTADO-IMP
               WHEN TEM-REC-ALU EQUAL "SIM"
                   MOVE "EM RECUPERACAO"      TO RESULTADO-IMP
               WHEN TEM-PEND-ALU EQUAL "SIM"
                   MOVE "PENDENTE"            TO RESULTADO-IMP
               WHEN OTHER
                   MOVE "APROVADO"            TO RESULTADO-IMP
           END-EVALUATE.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-RESULTADO TO LINHA-REL.
           WRITE LINHA-REL.

       GERA-RELATORIO-CTL.
           MOVE CONT-ALUNOS        TO QTD-ALUNOS-CTL.
           MOVE CONT-BOLETINS      TO QTD-BOLETINS-CTL.
           MOVE CONT-DIS-IMPRESSAS TO QTD-DISCIPLINAS-CTL.
           WRITE REG-CTL53.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADALU
                 CADNTD
                 CADDIS
                 CADATD
                 RELBOL
                 CTL53.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
