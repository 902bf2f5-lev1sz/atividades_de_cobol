       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX54.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       ANALISE DO PERIODO PARA A COORDENACAO. A MEDIA
      *               DO PERIODO DE CADA ALUNO E A MEDIA DAS MEDIAS
      *               DAS DISCIPLINAS DELE NO CADATD (EX40); ALUNO SEM
      *               CADATD (REGIME DE LINHA UNICA DE NOTAS) ENTRA
      *               COM A MEDIA DO CADATU (EX07). O COEFICIENTE DE
      *               RENDIMENTO ACUMULADO VEM DO TOTAL "T" DO CADHIS
      *               (EX12) E DESEMPATA A CLASSIFICACAO. EMITE:
      *               - RELRNK: A CLASSIFICACAO DENTRO DE CADA TURMA
      *                 (EMPATADOS DIVIDEM A POSICAO) E O QUADRO DE
      *                 HONRA, COM OS ALUNOS DE MEDIA IGUAL OU ACIMA
      *                 DA MINIMA DO CADHON E PRESENCA NAO ABAIXO DO
      *                 PISO DO CADFRQ (SEM FALTA LANCADA NO CADFRE
      *                 CONTA COMO PRESENCA INTEGRAL, COMO NO EX07);
      *               - RELDST: PARA CADA TURMA E DISCIPLINA DO CADATD,
      *                 A DISTRIBUICAO DAS MEDIAS EM FAIXAS DE DOIS
      *                 PONTOS, A MEDIA, O DESVIO PADRAO E A TAXA DE
      *                 REPROVACAO, MARCANDO COMO ATIPICA A DISCIPLINA
      *                 CUJA TAXA SE AFASTA DA TAXA DA ESCOLA MAIS QUE
      *                 O LIMITE DO CADHON (EM PONTOS PERCENTUAIS).
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
      *    RESULTADO POR DISCIPLINA DO EX40, LIDO EM SEQUENCIA DE
      *    CHAVE (MATRICULA+DISCIPLINA) E CONSULTADO POR MATRICULA.
           SELECT CADATD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ATD
           FILE STATUS IS FS-CADATD.
      *    RESULTADO GERAL DO EX07, COM O SELO NAS CHAVES 00000 E
      *    99999.
           SELECT CADATU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-SAI
           FILE STATUS IS FS-CADATU.
           SELECT CADHIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-HIS
           FILE STATUS IS FS-CADHIS.
      *    PARAMETROS DA ANALISE: MEDIA MINIMA DO QUADRO DE HONRA E
      *    LIMITE DE DESVIO DA TAXA DE REPROVACAO.
           SELECT CADHON ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADHON.
           SELECT CADFRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRE.
           SELECT CADFRQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRQ.
           SELECT RELRNK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRNK.
           SELECT RELDST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDST.
           SELECT CTL54 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL54.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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

       FD CADATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATU.DAT".

       01 REG-SAI.
           02 NUM-SAI             PIC 9(05).
           02 NOME-SAI            PIC X(20).
           02 MEDIA-SAI           PIC 9(02)V99.
           02 SEXO-SAI            PIC X(01).
           02 TURMA-SAI           PIC X(03).
           02 SIT-SAI             PIC X(03).

       FD CADHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHIS.DAT".

       01 REG-HIS.
           02 CHAVE-HIS.
              03 NUM-HIS           PIC 9(05).
              03 TIPO-HIS          PIC X(01).
              03 PERIODO-HIS       PIC 9(06).
           02 NOME-HIS             PIC X(20).
           02 QTD-PERIODOS-HIS     PIC 9(03).
           02 SOMA-MEDIAS-HIS      PIC 9(07)V99.
           02 MEDIA-ACUM-HIS       PIC 9(02)V99.

      *    OS CAMPOS SAO LIDOS COMO TEXTO E CONFERIDOS COM O TESTE
      *    NUMERIC, JA QUE O ARQUIVO E MANTIDO A MAO.
       FD CADHON
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHON.DAT".

       01 REG-HON.
           02 MEDIA-HON-X         PIC X(04).
           02 MEDIA-HON REDEFINES MEDIA-HON-X
                                  PIC 9(02)V99.
           02 DESVIO-HON-X        PIC X(05).
           02 DESVIO-HON REDEFINES DESVIO-HON-X
                                  PIC 9(03)V99.

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

      *    RELATORIOS EM IMAGEM DE IMPRESSAO.
       FD RELRNK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELRNK.DAT".

       01 LINHA-RNK               PIC X(80).

       FD RELDST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELDST.DAT".

       01 LINHA-DST               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL54
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL54.DAT".

       01 REG-CTL54.
           02 QTD-ALUNOS-CTL      PIC 9(07).
           02 QTD-HONRA-CTL       PIC 9(07).
           02 QTD-COMBOS-CTL      PIC 9(07).
           02 QTD-ATIPICAS-CTL    PIC 9(07).

       SD ARQSORT.

       01 REG-WRK.
           02 TURMA-WRK           PIC X(03).
           02 MEDIA-WRK           PIC 9(02)V99.
           02 CR-WRK              PIC 9(02)V99.
           02 MAT-WRK             PIC 9(05).
           02 NOME-WRK            PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-CADATD               PIC X(02).
       77 FS-CADATU               PIC X(02).
       77 FS-CADHIS               PIC X(02).
       77 FS-CADHON               PIC X(02).
       77 FS-CADFRE               PIC X(02).
       77 FS-CADFRQ               PIC X(02).
       77 FS-RELRNK               PIC X(02).
       77 FS-RELDST               PIC X(02).
       77 FS-CTL54                PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-ATD                 PIC X(03)       VALUE "NAO".
       77 FIM-ATU                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
       77 TEM-CADHIS              PIC X(03)       VALUE "NAO".
      *    PARAMETROS COM OS PADROES DE RESERVA: MEDIA 9,00 PARA O
      *    QUADRO DE HONRA, 20,00 PONTOS DE DESVIO NA REPROVACAO E O
      *    PISO DE PRESENCA DE 75,00 POR CENTO.
       77 MEDIA-HONRA             PIC 9(02)V99    VALUE 9,00.
       77 LIMITE-DESVIO-REP       PIC 9(03)V99    VALUE 20,00.
       77 PISO-PRESENCA           PIC 9(02)V99    VALUE 75,00.
      *    FREQUENCIA POR ALUNO CARREGADA DO CADFRE.
       77 CONT-FREQUENCIAS        PIC 9(04)       VALUE ZEROS.
       77 SUB-FRE                 PIC 9(04)       VALUE ZEROS.
       77 ACHOU-FRE               PIC X(03)       VALUE "NAO".
       77 LIMITE-FRE-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-FREQUENCIAS.
           02 FRE-ITEM OCCURS 1000 TIMES.
              03 MAT-FRE-TAB       PIC 9(05).
              03 PERC-PRES-TAB     PIC 9(03)V99.
       77 PERC-ALUNO              PIC 9(03)V99    VALUE ZEROS.
      *    ALUNO CORRENTE NA VARREDURA DO CADATD.
       77 MAT-ANT                 PIC 9(05)       VALUE ZEROS.
       77 NOME-ANT                PIC X(20)       VALUE SPACES.
       77 TURMA-ANT               PIC X(03)       VALUE SPACES.
       77 QTD-DIS-ALU             PIC 9(03)       VALUE ZEROS.
       77 SOMA-MEDIAS-ALU         PIC 9(05)V99    VALUE ZEROS.
       77 TEM-ATD-ALUNO           PIC X(03)       VALUE "NAO".
      *    ACUMULADORES POR TURMA E DISCIPLINA. FAIXA 1 = 0 A 2,
      *    2 = 2 A 4, 3 = 4 A 6, 4 = 6 A 8, 5 = 8 A 10 (CADA FAIXA
      *    INCLUI O LIMITE INFERIOR; A ULTIMA INCLUI O 10).
       77 CONT-COMBOS             PIC 9(03)       VALUE ZEROS.
       77 SUB-COMBO               PIC 9(03)       VALUE ZEROS.
       77 SUB-FAIXA               PIC 9(01)       VALUE ZEROS.
       77 ACHOU-COMBO             PIC X(03)       VALUE "NAO".
       77 LIMITE-COMBO-LOGADO     PIC X(03)       VALUE "NAO".
       01 TAB-COMBOS.
           02 COMBO-ITEM OCCURS 200 TIMES.
              03 TURMA-COMBO       PIC X(03).
              03 DIS-COMBO         PIC X(03).
              03 QTD-COMBO         PIC 9(05).
              03 QTD-REP-COMBO     PIC 9(05).
              03 SOMA-COMBO        PIC 9(07)V99.
              03 SOMA-QUAD-COMBO   PIC 9(09)V9999.
              03 FAIXA-COMBO OCCURS 5 TIMES
                                   PIC 9(05).
       77 TOT-NOTAS-ESCOLA        PIC 9(07)       VALUE ZEROS.
       77 TOT-REP-ESCOLA          PIC 9(07)       VALUE ZEROS.
       77 TAXA-REP-ESCOLA         PIC 9(03)V99    VALUE ZEROS.
       77 TAXA-REP-COMBO          PIC 9(03)V99    VALUE ZEROS.
       77 DIF-TAXA                PIC S9(03)V99   VALUE ZEROS.
       77 MEDIA-COMBO             PIC 9(02)V99    VALUE ZEROS.
       77 VARIANCIA               PIC S9(05)V9999 VALUE ZEROS.
       77 DESVIO-COMBO            PIC 9(02)V99    VALUE ZEROS.
      *    CLASSIFICACAO DA TURMA CORRENTE E QUADRO DE HONRA GUARDADO
      *    PARA IMPRESSAO DEPOIS DAS TURMAS.
       77 TURMA-ATUAL             PIC X(03)       VALUE SPACES.
       77 CONT-POSICAO            PIC 9(04)       VALUE ZEROS.
       77 POSICAO-ALU             PIC 9(04)       VALUE ZEROS.
       77 MEDIA-ULT               PIC 9(02)V99    VALUE ZEROS.
       77 CR-ULT                  PIC 9(02)V99    VALUE ZEROS.
       77 CONT-HONRA              PIC 9(04)       VALUE ZEROS.
       77 SUB-HON                 PIC 9(04)       VALUE ZEROS.
       77 LIMITE-HON-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-HONRA.
           02 HON-ITEM OCCURS 500 TIMES.
              03 TURMA-HON-TAB     PIC X(03).
              03 MAT-HON-TAB       PIC 9(05).
              03 NOME-HON-TAB      PIC X(20).
              03 MEDIA-HON-TAB     PIC 9(02)V99.
              03 PERC-HON-TAB      PIC 9(03)V99.
       77 CONT-ALUNOS             PIC 9(07)       VALUE ZEROS.
       77 CONT-ATIPICAS           PIC 9(07)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX54".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-TURMA.
           02 FILLER              PIC X(06)       VALUE "TURMA ".
           02 TURMA-IMP           PIC X(03).
           02 FILLER              PIC X(16)
              VALUE " - CLASSIFICACAO".

       01 LIN-CABEC-RNK.
           02 FILLER              PIC X(38)
              VALUE " POS MAT   NOME".
           02 FILLER              PIC X(25)
              VALUE "MEDIA    CR   PRES%".

       01 LIN-RNK.
           02 POS-IMP             PIC ZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MAT-IMP             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-IMP            PIC X(20).
           02 FILLER              PIC X(07)       VALUE SPACES.
           02 MEDIA-IMP           PIC Z9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 CR-IMP              PIC Z9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 PERC-IMP            PIC ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 HONRA-IMP           PIC X(01).

       01 LIN-TIT-HONRA.
           02 FILLER              PIC X(30)
              VALUE "QUADRO DE HONRA - MEDIA MIN. ".
           02 MEDIA-MIN-IMP       PIC Z9,99.
           02 FILLER              PIC X(15)
              VALUE "  PRESENCA MIN.".
           02 PISO-IMP            PIC ZZ9,99.

       01 LIN-HONRA.
           02 TURMA-HON-IMP       PIC X(03).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MAT-HON-IMP         PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-HON-IMP        PIC X(20).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MEDIA-HON-IMP       PIC Z9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 PERC-HON-IMP        PIC ZZ9,99.

       01 LIN-CABEC-DST.
           02 FILLER              PIC X(40)
              VALUE "TUR DIS   0-2   2-4   4-6   6-8  8-10".
           02 FILLER              PIC X(30)
              VALUE "  QTD MEDIA DESV.  %REP".

       01 LIN-DST.
           02 TURMA-DST           PIC X(03).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 DIS-DST             PIC X(03).
           02 FAIXAS-DST OCCURS 5 TIMES.
              03 FILLER            PIC X(01)       VALUE SPACE.
              03 FAIXA-DST         PIC ZZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 QTD-DST             PIC ZZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MEDIA-DST           PIC Z9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 DESVIO-DST          PIC Z9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 TAXA-DST            PIC ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 ATIPICA-DST         PIC X(07).

       01 LIN-TAXA-ESCOLA.
           02 FILLER              PIC X(36)
              VALUE "TAXA DE REPROVACAO DA ESCOLA (%)   ".
           02 TAXA-ESCOLA-IMP     PIC ZZ9,99.

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 QTD-RES             PIC ZZZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY TURMA-WRK
               ON DESCENDING KEY MEDIA-WRK CR-WRK
               ON ASCENDING KEY MAT-WRK
               INPUT PROCEDURE IS CARREGA-ALUNOS
               OUTPUT PROCEDURE IS IMPRIME-CLASSIFICACAO
           PERFORM IMPRIME-HONRA
           PERFORM IMPRIME-DISTRIBUICAO
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-PISO-PRESENCA.
           PERFORM LE-FREQUENCIA.
           OPEN INPUT CADATD
                INPUT CADATU
               OUTPUT RELRNK
               OUTPUT RELDST
               OUTPUT CTL54.
           OPEN INPUT CADHIS.
           IF FS-CADHIS EQUAL "00"
               MOVE "SIM" TO TEM-CADHIS.
           PERFORM VERIFICA-ABERTURA.

      *    LE OS PARAMETROS DA ANALISE. SEM O ARQUIVO, OU COM CAMPO
      *    NAO NUMERICO OU ZERADO, VALEM OS PADROES DE RESERVA.
       LE-PARAMETROS.
           OPEN INPUT CADHON.
           IF FS-CADHON EQUAL "00"
               READ CADHON
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MEDIA-HON-X NUMERIC
                          AND MEDIA-HON GREATER ZEROS
                          AND MEDIA-HON NOT GREATER 10,00
                           MOVE MEDIA-HON TO MEDIA-HONRA
                       END-IF
                       IF DESVIO-HON-X NUMERIC
                          AND DESVIO-HON GREATER ZEROS
                           MOVE DESVIO-HON TO LIMITE-DESVIO-REP
                       END-IF
               END-READ
               CLOSE CADHON.

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
      *    ELE NINGUEM TEM FALTA LANCADA.
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
      *    TRATERRO E LIGA ABORTAR-JOB. O CADHIS E OPCIONAL: SEM ELE O
      *    COEFICIENTE SAI ZERADO.
       VERIFICA-ABERTURA.
           IF FS-CADATD NOT EQUAL "00"
               MOVE "CADATD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADATD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADATU NOT EQUAL "00"
               MOVE "CADATU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADATU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELRNK NOT EQUAL "00"
               MOVE "RELRNK.DAT" TO ERR-ARQUIVO
               MOVE FS-RELRNK    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELDST NOT EQUAL "00"
               MOVE "RELDST.DAT" TO ERR-ARQUIVO
               MOVE FS-RELDST    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL54 NOT EQUAL "00"
               MOVE "CTL54.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL54     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    PRIMEIRO OS ALUNOS DO CADATD (COM A MEDIA DAS DISCIPLINAS
      *    E OS ACUMULADORES POR TURMA E DISCIPLINA), DEPOIS OS DO
      *    CADATU QUE NAO TEM NENHUMA DISCIPLINA NO CADATD.
       CARREGA-ALUNOS.
           MOVE ZEROS TO CHAVE-ATD.
           START CADATD KEY NOT LESS CHAVE-ATD
               INVALID KEY
                   MOVE "SIM" TO FIM-ATD
           END-START.
           IF FIM-ATD EQUAL "NAO"
               PERFORM LE-PROXIMO-ATD.
           PERFORM ACUMULA-DISCIPLINA
               UNTIL FIM-ATD EQUAL "SIM".
           IF MAT-ANT NOT EQUAL ZEROS
               PERFORM LIBERA-ALUNO-ATD.
           MOVE ZEROS TO NUM-SAI.
           START CADATU KEY GREATER NUM-SAI
               INVALID KEY
                   MOVE "SIM" TO FIM-ATU
           END-START.
           IF FIM-ATU EQUAL "NAO"
               PERFORM LE-PROXIMO-ATU.
           PERFORM CONFERE-ALUNO-ATU
               UNTIL FIM-ATU EQUAL "SIM".

       LE-PROXIMO-ATD.
           READ CADATD NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-ATD
           END-READ.

      *    O TRAILER DO SELO (CHAVE 99999) ENCERRA A LEITURA.
       LE-PROXIMO-ATU.
           READ CADATU NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-ATU
           END-READ.
           IF FIM-ATU EQUAL "NAO"
              AND NUM-SAI EQUAL 99999
               MOVE "SIM" TO FIM-ATU.

       ACUMULA-DISCIPLINA.
           IF MAT-ATD NOT EQUAL MAT-ANT
               IF MAT-ANT NOT EQUAL ZEROS
                   PERFORM LIBERA-ALUNO-ATD
               END-IF
               MOVE MAT-ATD   TO MAT-ANT
               MOVE NOME-ATD  TO NOME-ANT
               MOVE TURMA-ATD TO TURMA-ANT
               MOVE ZEROS     TO QTD-DIS-ALU SOMA-MEDIAS-ALU
           END-IF.
           ADD 1         TO QTD-DIS-ALU.
           ADD MEDIA-ATD TO SOMA-MEDIAS-ALU.
           PERFORM ACUMULA-COMBO.
           PERFORM LE-PROXIMO-ATD.

       LIBERA-ALUNO-ATD.
           MOVE TURMA-ANT TO TURMA-WRK.
           MOVE MAT-ANT   TO MAT-WRK.
           MOVE NOME-ANT  TO NOME-WRK.
           DIVIDE SOMA-MEDIAS-ALU BY QTD-DIS-ALU GIVING MEDIA-WRK
               ROUNDED.
           PERFORM BUSCA-CR.
           RELEASE REG-WRK.
           ADD 1 TO CONT-ALUNOS.

      *    ALUNO DO CADATU ENTRA SO SE NAO TIVER NENHUMA DISCIPLINA NO
      *    CADATD: POSICIONA NA MATRICULA E CONFERE O PRIMEIRO
      *    REGISTRO DALI EM DIANTE.
       CONFERE-ALUNO-ATU.
           MOVE "NAO"   TO TEM-ATD-ALUNO.
           MOVE NUM-SAI TO MAT-ATD.
           MOVE LOW-VALUES TO DIS-ATD.
           START CADATD KEY NOT LESS CHAVE-ATD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CADATD NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MAT-ATD EQUAL NUM-SAI
                               MOVE "SIM" TO TEM-ATD-ALUNO
                           END-IF
                   END-READ
           END-START.
           IF TEM-ATD-ALUNO EQUAL "NAO"
               MOVE TURMA-SAI TO TURMA-WRK
               MOVE NUM-SAI   TO MAT-WRK
               MOVE NOME-SAI  TO NOME-WRK
               MOVE MEDIA-SAI TO MEDIA-WRK
               MOVE NUM-SAI   TO MAT-ANT
               PERFORM BUSCA-CR
               RELEASE REG-WRK
               ADD 1 TO CONT-ALUNOS.
           PERFORM LE-PROXIMO-ATU.

      *    COEFICIENTE DE RENDIMENTO DO TOTAL "T" DO CADHIS.
       BUSCA-CR.
           MOVE ZEROS TO CR-WRK.
           IF TEM-CADHIS EQUAL "SIM"
               MOVE MAT-ANT TO NUM-HIS
               MOVE "T"     TO TIPO-HIS
               MOVE ZEROS   TO PERIODO-HIS
               READ CADHIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEDIA-ACUM-HIS TO CR-WRK
               END-READ.

       ACUMULA-COMBO.
           PERFORM PROCURA-COMBO.
           IF ACHOU-COMBO EQUAL "SIM"
               ADD 1         TO QTD-COMBO (SUB-COMBO)
               ADD MEDIA-ATD TO SOMA-COMBO (SUB-COMBO)
               COMPUTE SOMA-QUAD-COMBO (SUB-COMBO) =
                   SOMA-QUAD-COMBO (SUB-COMBO) + (MEDIA-ATD * MEDIA-ATD)
               EVALUATE TRUE
                   WHEN MEDIA-ATD LESS 2,00
                       MOVE 1 TO SUB-FAIXA
                   WHEN MEDIA-ATD LESS 4,00
                       MOVE 2 TO SUB-FAIXA
                   WHEN MEDIA-ATD LESS 6,00
                       MOVE 3 TO SUB-FAIXA
                   WHEN MEDIA-ATD LESS 8,00
                       MOVE 4 TO SUB-FAIXA
                   WHEN OTHER
                       MOVE 5 TO SUB-FAIXA
               END-EVALUATE
               ADD 1 TO FAIXA-COMBO (SUB-COMBO SUB-FAIXA)
               ADD 1 TO TOT-NOTAS-ESCOLA
               IF SIT-ATD EQUAL "REP"
                   ADD 1 TO QTD-REP-COMBO (SUB-COMBO)
                   ADD 1 TO TOT-REP-ESCOLA
               END-IF
           END-IF.

      *    LOCALIZA A TURMA E DISCIPLINA NA TABELA, INCLUINDO-A NA
      *    PRIMEIRA VEZ.
       PROCURA-COMBO.
           MOVE "NAO" TO ACHOU-COMBO.
           PERFORM VARIA-PROCURA-COMBO
               VARYING SUB-COMBO FROM 1 BY 1
               UNTIL SUB-COMBO GREATER CONT-COMBOS
                  OR ACHOU-COMBO EQUAL "SIM".
           IF ACHOU-COMBO EQUAL "SIM"
               SUBTRACT 1 FROM SUB-COMBO
           ELSE
               IF CONT-COMBOS LESS 200
                   ADD 1 TO CONT-COMBOS
                   MOVE CONT-COMBOS TO SUB-COMBO
                   MOVE ZEROS     TO COMBO-ITEM (SUB-COMBO)
                   MOVE TURMA-ATD TO TURMA-COMBO (SUB-COMBO)
                   MOVE DIS-ATD   TO DIS-COMBO (SUB-COMBO)
                   MOVE "SIM" TO ACHOU-COMBO
               ELSE
                   IF LIMITE-COMBO-LOGADO EQUAL "NAO"
                       MOVE "CADATD.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-COMBO-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-COMBO.
           IF TURMA-COMBO (SUB-COMBO) EQUAL TURMA-ATD
              AND DIS-COMBO (SUB-COMBO) EQUAL DIS-ATD
               MOVE "SIM" TO ACHOU-COMBO.

      *    CLASSIFICACAO POR TURMA. EMPATADOS EM MEDIA E COEFICIENTE
      *    DIVIDEM A POSICAO; O SEGUINTE PULA AS POSICOES OCUPADAS.
       IMPRIME-CLASSIFICACAO.
           PERFORM LE-ARQSORT.
           PERFORM IMPRIME-TURMA
               UNTIL FIM-WRK EQUAL "SIM".

       LE-ARQSORT.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
           END-RETURN.

       IMPRIME-TURMA.
           MOVE TURMA-WRK TO TURMA-ATUAL.
           MOVE ZEROS     TO CONT-POSICAO POSICAO-ALU.
           MOVE TURMA-ATUAL TO TURMA-IMP.
           MOVE LIN-TURMA TO LINHA-RNK.
           WRITE LINHA-RNK.
           MOVE LIN-CABEC-RNK TO LINHA-RNK.
           WRITE LINHA-RNK.
           PERFORM IMPRIME-ALUNO
               UNTIL FIM-WRK EQUAL "SIM"
                  OR TURMA-WRK NOT EQUAL TURMA-ATUAL.
           MOVE SPACES TO LINHA-RNK.
           WRITE LINHA-RNK.

       IMPRIME-ALUNO.
           ADD 1 TO CONT-POSICAO.
           IF CONT-POSICAO EQUAL 1
              OR MEDIA-WRK NOT EQUAL MEDIA-ULT
              OR CR-WRK NOT EQUAL CR-ULT
               MOVE CONT-POSICAO TO POSICAO-ALU.
           MOVE MEDIA-WRK TO MEDIA-ULT.
           MOVE CR-WRK    TO CR-ULT.
           PERFORM PROCURA-FREQUENCIA.
           MOVE POSICAO-ALU TO POS-IMP.
           MOVE MAT-WRK     TO MAT-IMP.
           MOVE NOME-WRK    TO NOME-IMP.
           MOVE MEDIA-WRK   TO MEDIA-IMP.
           MOVE CR-WRK      TO CR-IMP.
           MOVE PERC-ALUNO  TO PERC-IMP.
           MOVE SPACE       TO HONRA-IMP.
           IF MEDIA-WRK NOT LESS MEDIA-HONRA
              AND PERC-ALUNO NOT LESS PISO-PRESENCA
               MOVE "*" TO HONRA-IMP
               PERFORM GUARDA-HONRA.
           MOVE LIN-RNK TO LINHA-RNK.
           WRITE LINHA-RNK.
           PERFORM LE-ARQSORT.

      *    ALUNO SEM REGISTRO NO CADFRE NAO TEM FALTA LANCADA.
       PROCURA-FREQUENCIA.
           MOVE "NAO" TO ACHOU-FRE.
           MOVE 100,00 TO PERC-ALUNO.
           PERFORM VARIA-PROCURA-FRE
               VARYING SUB-FRE FROM 1 BY 1
               UNTIL SUB-FRE GREATER CONT-FREQUENCIAS
                  OR ACHOU-FRE EQUAL "SIM".

       VARIA-PROCURA-FRE.
           IF MAT-FRE-TAB (SUB-FRE) EQUAL MAT-WRK
               MOVE "SIM" TO ACHOU-FRE
               MOVE PERC-PRES-TAB (SUB-FRE) TO PERC-ALUNO.

       GUARDA-HONRA.
           IF CONT-HONRA LESS 500
               ADD 1 TO CONT-HONRA
               MOVE TURMA-WRK  TO TURMA-HON-TAB (CONT-HONRA)
               MOVE MAT-WRK    TO MAT-HON-TAB (CONT-HONRA)
               MOVE NOME-WRK   TO NOME-HON-TAB (CONT-HONRA)
               MOVE MEDIA-WRK  TO MEDIA-HON-TAB (CONT-HONRA)
               MOVE PERC-ALUNO TO PERC-HON-TAB (CONT-HONRA)
           ELSE
               IF LIMITE-HON-LOGADO EQUAL "NAO"
                   MOVE "RELRNK.DAT" TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-HON-LOGADO
               END-IF
           END-IF.

      *    O QUADRO DE HONRA SAI DEPOIS DA CLASSIFICACAO, NA MESMA
      *    ORDEM (TURMA E MEDIA DECRESCENTE).
       IMPRIME-HONRA.
           MOVE MEDIA-HONRA   TO MEDIA-MIN-IMP.
           MOVE PISO-PRESENCA TO PISO-IMP.
           MOVE LIN-TIT-HONRA TO LINHA-RNK.
           WRITE LINHA-RNK.
           PERFORM VARIA-IMPRIME-HONRA
               VARYING SUB-HON FROM 1 BY 1
               UNTIL SUB-HON GREATER CONT-HONRA.
           MOVE SPACES TO LINHA-RNK.
           WRITE LINHA-RNK.
           MOVE "ALUNOS CLASSIFICADOS"       TO TEXTO-RES.
           MOVE CONT-ALUNOS TO QTD-RES.
           MOVE LIN-RES TO LINHA-RNK.
           WRITE LINHA-RNK.
           MOVE "ALUNOS NO QUADRO DE HONRA"  TO TEXTO-RES.
           MOVE CONT-HONRA  TO QTD-RES.
           MOVE LIN-RES TO LINHA-RNK.
           WRITE LINHA-RNK.

       VARIA-IMPRIME-HONRA.
           MOVE TURMA-HON-TAB (SUB-HON) TO TURMA-HON-IMP.
           MOVE MAT-HON-TAB (SUB-HON)   TO MAT-HON-IMP.
           MOVE NOME-HON-TAB (SUB-HON)  TO NOME-HON-IMP.
           MOVE MEDIA-HON-TAB (SUB-HON) TO MEDIA-HON-IMP.
           MOVE PERC-HON-TAB (SUB-HON)  TO PERC-HON-IMP.
           MOVE LIN-HONRA TO LINHA-RNK.
           WRITE LINHA-RNK.

      *    DISTRIBUICAO POR TURMA E DISCIPLINA, COM A TAXA DE
      *    REPROVACAO COMPARADA A DA ESCOLA.
       IMPRIME-DISTRIBUICAO.
           IF TOT-NOTAS-ESCOLA GREATER ZEROS
               COMPUTE TAXA-REP-ESCOLA ROUNDED =
                   TOT-REP-ESCOLA * 100 / TOT-NOTAS-ESCOLA.
           MOVE LIN-CABEC-DST TO LINHA-DST.
           WRITE LINHA-DST.
           PERFORM VARIA-IMPRIME-COMBO
               VARYING SUB-COMBO FROM 1 BY 1
               UNTIL SUB-COMBO GREATER CONT-COMBOS.
           MOVE SPACES TO LINHA-DST.
           WRITE LINHA-DST.
           MOVE TAXA-REP-ESCOLA TO TAXA-ESCOLA-IMP.
           MOVE LIN-TAXA-ESCOLA TO LINHA-DST.
           WRITE LINHA-DST.
           MOVE "DISCIPLINAS COM REP ATIPICA" TO TEXTO-RES.
           MOVE CONT-ATIPICAS TO QTD-RES.
           MOVE LIN-RES TO LINHA-DST.
           WRITE LINHA-DST.

       VARIA-IMPRIME-COMBO.
           MOVE TURMA-COMBO (SUB-COMBO) TO TURMA-DST.
           MOVE DIS-COMBO (SUB-COMBO)   TO DIS-DST.
           PERFORM VARIA-FAIXA
               VARYING SUB-FAIXA FROM 1 BY 1
               UNTIL SUB-FAIXA GREATER 5.
           MOVE QTD-COMBO (SUB-COMBO) TO QTD-DST.
           DIVIDE SOMA-COMBO (SUB-COMBO) BY QTD-COMBO (SUB-COMBO)
               GIVING MEDIA-COMBO ROUNDED.
           COMPUTE VARIANCIA =
               SOMA-QUAD-COMBO (SUB-COMBO) / QTD-COMBO (SUB-COMBO)
               - (MEDIA-COMBO * MEDIA-COMBO).
           IF VARIANCIA GREATER ZEROS
               COMPUTE DESVIO-COMBO ROUNDED = VARIANCIA ** 0,5
           ELSE
               MOVE ZEROS TO DESVIO-COMBO.
           COMPUTE TAXA-REP-COMBO ROUNDED =
               QTD-REP-COMBO (SUB-COMBO) * 100 / QTD-COMBO (SUB-COMBO).
           COMPUTE DIF-TAXA = TAXA-REP-COMBO - TAXA-REP-ESCOLA.
           IF DIF-TAXA LESS ZEROS
               COMPUTE DIF-TAXA = DIF-TAXA * -1.
           MOVE MEDIA-COMBO    TO MEDIA-DST.
           MOVE DESVIO-COMBO   TO DESVIO-DST.
           MOVE TAXA-REP-COMBO TO TAXA-DST.
           IF DIF-TAXA GREATER LIMITE-DESVIO-REP
               MOVE "ATIPICA" TO ATIPICA-DST
               ADD 1 TO CONT-ATIPICAS
           ELSE
               MOVE SPACES TO ATIPICA-DST.
           MOVE LIN-DST TO LINHA-DST.
           WRITE LINHA-DST.

       VARIA-FAIXA.
           MOVE FAIXA-COMBO (SUB-COMBO SUB-FAIXA)
               TO FAIXA-DST (SUB-FAIXA).

       GERA-RELATORIO-CTL.
           MOVE CONT-ALUNOS   TO QTD-ALUNOS-CTL.
           MOVE CONT-HONRA    TO QTD-HONRA-CTL.
           MOVE CONT-COMBOS   TO QTD-COMBOS-CTL.
           MOVE CONT-ATIPICAS TO QTD-ATIPICAS-CTL.
           WRITE REG-CTL54.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADATD
                 CADATU
                 RELRNK
                 RELDST
                 CTL54.
           IF TEM-CADHIS EQUAL "SIM"
               CLOSE CADHIS.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
