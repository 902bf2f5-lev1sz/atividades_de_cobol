       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX55.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       HOLERITE INDIVIDUAL. LE O CADLIQ_AAAAMMDD DO DIA
      *               (EX34, SELADO) EMPARELHADO COM A TRILHA DE
      *               AUDITORIA CADAUD (EX08), DE ONDE VEM O SALARIO
      *               REAJUSTADO E O BONUS, E COM O CADFUN (EX15), DE
      *               ONDE VEM O BANCO, A AGENCIA E A CONTA DO
      *               CREDITO. IMPRIME EM RELHOL UM HOLERITE POR
      *               FUNCIONARIO, CADA UM EM PAGINA PROPRIA E
      *               AGRUPADOS POR DEPARTAMENTO PARA A DISTRIBUICAO:
      *               PROVENTOS (SALARIO REAJUSTADO, BONUS E, NO MES
      *               PARCIAL, O ABATIMENTO DO PRO RATA), CADA
      *               DESCONTO COM A DESCRICAO DO TIPO, O LIQUIDO E A
      *               CONTA DE CREDITO. A DESCRICAO DOS TIPOS DE
      *               DESCONTO VEM DO CADTDS, MANTIDO SEM RECOMPILAR;
      *               TIPO SEM DESCRICAO SAI COMO "DESCONTO" E O
      *               CODIGO DO TIPO.
      *
      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  15/10/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     PROVENTOS VARIAVEIS DO CADVRV_AAAAMMDD.DAT
      *                     (EX63) IMPRESSOS UM POR LINHA, COM A
      *                     DESCRICAO DA RUBRICA E AS HORAS; O PRO RATA
      *                     PASSA A SER APURADO SOBRE O BRUTO SEM ELES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LEVI-PC.
       OBJECT-COMPUTER. LEVI-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LIQUIDOS DO DIA GRAVADOS PELO EX34 (CADLIQ_AAAAMMDD.DAT).
           SELECT CADLIQ ASSIGN TO WS-NOME-CADLIQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLIQ.
           SELECT CADAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFUN.
      *    DESCRICAO DOS TIPOS DE DESCONTO DO CADDED.
           SELECT CADTDS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDS.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA NA
      *    RESOLUCAO DOS NOMES DE ARQUIVO DATADOS.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELHOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELHOL.
           SELECT CTL55 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL55.
      *    PROVENTOS VARIAVEIS DO DIA (EX63). OPCIONAL.
           SELECT CADVRV ASSIGN TO WS-NOME-CADVRV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVRV.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO EX34.
       FD CADLIQ
           LABEL RECORD ARE STANDARD.

       01 REG-LIQ.
           02 COD-LIQ             PIC 9(05).
           02 NOME-LIQ            PIC X(20).
           02 BRUTO-LIQ           PIC 9(07)V99.
           02 DESCONTO-LIQ OCCURS 5 TIMES.
              03 TIPO-DESC-LIQ    PIC X(03).
              03 VALOR-DESC-LIQ   PIC 9(07)V99.
           02 TOT-DESC-LIQ        PIC 9(07)V99.
           02 LIQUIDO-LIQ         PIC 9(07)V99.
           02 DEP-LIQ             PIC X(05).

       01 REG-SELO-HL.
           02 TIPO-SELO-HL        PIC X(03).
           02 PROG-SELO-HL        PIC X(08).
           02 DATA-SELO-HL        PIC 9(08).
       01 REG-SELO-TL.
           02 TIPO-SELO-TL        PIC X(03).
           02 QTD-SELO-TL         PIC 9(07).
           02 HASH-SELO-TL        PIC 9(11)V99.

      *    MESMO LAYOUT GRAVADO PELO EX08.
       FD CADAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAUD.DAT".

       01 REG-AUD.
           02 COD-AUD              PIC 9(05).
           02 NOME-AUD             PIC X(20).
           02 SAL-ANTIGO-AUD       PIC 9(07)V99.
           02 REAJUSTE-AUD         PIC 9(01)V99.
           02 BONUS-AUD            PIC 9(07)V99.
           02 SAL-NOVO-AUD         PIC 9(07)V99.
           02 DEP-AUD              PIC X(05).

      *    MESMO LAYOUT MANTIDO PELO EX15, COM OS DADOS BANCARIOS NO
      *    FIM DO REGISTRO.
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

       FD CADTDS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTDS.DAT".

       01 REG-TDS.
           02 TIPO-TDS            PIC X(03).
           02 DESCRICAO-TDS       PIC X(25).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    HOLERITES EM IMAGEM DE IMPRESSAO, UM POR PAGINA.
       FD RELHOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELHOL.DAT".

       01 LINHA-REL               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL55
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL55.DAT".

       01 REG-CTL55.
           02 QTD-HOLERITES-CTL   PIC 9(07).
           02 SOMA-BRUTOS-CTL     PIC 9(11)V99.
           02 SOMA-DESCONTOS-CTL  PIC 9(11)V99.
           02 SOMA-LIQUIDOS-CTL   PIC 9(11)V99.

      *    MESMO LAYOUT GRAVADO PELO EX63, EM ORDEM DE CODIGO.
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

       SD ARQSORT.

       01 REG-WRK.
           02 DEP-WRK             PIC X(05).
           02 COD-WRK             PIC 9(05).
           02 NOME-WRK            PIC X(20).
           02 SAL-REAJ-WRK        PIC 9(07)V99.
           02 BONUS-WRK           PIC 9(07)V99.
           02 PRO-RATA-WRK        PIC 9(07)V99.
           02 BRUTO-WRK           PIC 9(07)V99.
           02 DESCONTO-WRK OCCURS 5 TIMES.
              03 TIPO-DESC-WRK    PIC X(03).
              03 VALOR-DESC-WRK   PIC 9(07)V99.
           02 TOT-DESC-WRK        PIC 9(07)V99.
           02 LIQUIDO-WRK         PIC 9(07)V99.
           02 BANCO-WRK           PIC 9(03).
           02 AGENCIA-WRK         PIC 9(04).
           02 CONTA-WRK           PIC 9(10).
      *    PROVENTOS VARIAVEIS DO FUNCIONARIO; DO OITAVO EM DIANTE SAEM
      *    SOMADOS NA ULTIMA POSICAO.
           02 CONT-VAR-WRK        PIC 9(02).
           02 TOTAL-VAR-WRK       PIC 9(07)V99.
           02 VARIAVEL-WRK OCCURS 8 TIMES.
              03 DESCR-VAR-WRK    PIC X(20).
              03 QTD-VAR-WRK      PIC 9(03)V99.
              03 VALOR-VAR-WRK    PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADLIQ               PIC X(02).
       77 FS-CADAUD               PIC X(02).
       77 FS-CADFUN               PIC X(02).
       77 FS-CADTDS               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELHOL               PIC X(02).
       77 FS-CTL55                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CADLIQ          PIC X(30).
       77 FIM-LIQ                 PIC X(03)       VALUE "NAO".
       77 FIM-AUD                 PIC X(03)       VALUE "NAO".
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
       77 TRL-VISTO               PIC X(03)       VALUE "NAO".
       77 SELO-QTD-LIDA           PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-LIDA          PIC 9(11)V99    VALUE ZEROS.
      *    DESCRICOES DOS TIPOS DE DESCONTO CARREGADAS DO CADTDS.
       77 CONT-TIPOS              PIC 9(02)       VALUE ZEROS.
       77 SUB-TIPO                PIC 9(02)       VALUE ZEROS.
       77 ACHOU-TIPO              PIC X(03)       VALUE "NAO".
       77 LIMITE-TDS-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-TIPOS.
           02 TIPO-ITEM OCCURS 20 TIMES.
              03 COD-TIPO          PIC X(03).
              03 DESC-TIPO         PIC X(25).
       77 SUB-DESC                PIC 9(01)       VALUE ZEROS.
       77 DEP-ATUAL               PIC X(05)       VALUE SPACES.
       77 CONT-DEP                PIC 9(05)       VALUE ZEROS.
       77 LIQUIDO-DEP             PIC 9(11)V99    VALUE ZEROS.
       77 CONT-HOLERITES          PIC 9(07)       VALUE ZEROS.
       77 SOMA-BRUTOS             PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-DESCONTOS          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-LIQUIDOS           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-SEM-AUD            PIC 9(05)       VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 FS-CADVRV               PIC X(02).
       77 WS-NOME-CADVRV          PIC X(30).
       77 TEM-CADVRV              PIC X(03)       VALUE "NAO".
       77 FIM-VRV                 PIC X(03)       VALUE "NAO".
       77 TRL-VRV-VISTO           PIC X(03)       VALUE "NAO".
       77 VRV-QTD-LIDA            PIC 9(07)       VALUE ZEROS.
       77 VRV-HASH-LIDA           PIC 9(11)V99    VALUE ZEROS.
       77 SUB-VAR                 PIC 9(02)       VALUE ZEROS.
       77 BRUTO-FIXO              PIC 9(07)V99.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX55".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

      *    LINHAS DO HOLERITE, MONTADAS EM WORKING E MOVIDAS PARA A
      *    LINHA-IMAGEM NA GRAVACAO.
       01 LIN-TRACO.
           02 FILLER              PIC X(80)       VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(27)
              VALUE "HOLERITE - PAGAMENTO DE ".
           02 DATA-CAB.
              03 DIA-CAB          PIC 9(02).
              03 FILLER           PIC X(01)       VALUE "/".
              03 MES-CAB          PIC 9(02).
              03 FILLER           PIC X(01)       VALUE "/".
              03 ANO-CAB          PIC 9(04).
           02 FILLER              PIC X(08)       VALUE SPACES.
           02 FILLER              PIC X(08)       VALUE "DEPTO. ".
           02 DEP-CAB             PIC X(05).
           02 FILLER              PIC X(05)       VALUE SPACES.
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-CAB          PIC ZZ9.

       01 LIN-CAB2.
           02 FILLER              PIC X(07)       VALUE "CODIGO ".
           02 COD-CAB             PIC 9(05).
           02 FILLER              PIC X(08)       VALUE "  NOME ".
           02 NOME-CAB            PIC X(20).

       01 LIN-CAB3.
           02 FILLER              PIC X(44)       VALUE "DESCRICAO".
           02 FILLER              PIC X(18)       VALUE "PROVENTOS".
           02 FILLER              PIC X(09)       VALUE "DESCONTOS".

       01 LIN-VERBA.
           02 DESC-VERBA          PIC X(40).
           02 PROVENTO-VERBA      PIC Z.ZZZ.ZZ9,99-.
           02 FILLER              PIC X(04)       VALUE SPACES.
           02 DESCONTO-VERBA      PIC Z.ZZZ.ZZ9,99.

       01 LIN-VERBA-VAR.
           02 DESC-VAR-IMP        PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 QTD-VAR-IMP         PIC ZZ9,99.
           02 FILLER              PIC X(13)       VALUE SPACES.
           02 PROVENTO-VAR-IMP    PIC Z.ZZZ.ZZ9,99-.

       01 LIN-LIQUIDO.
           02 FILLER              PIC X(57)
              VALUE "LIQUIDO A RECEBER".
           02 LIQUIDO-IMP         PIC Z.ZZZ.ZZ9,99.

       01 LIN-CREDITO.
           02 FILLER              PIC X(18)
              VALUE "CREDITO EM BANCO ".
           02 BANCO-IMP           PIC 9(03).
           02 FILLER              PIC X(09)       VALUE " AGENCIA ".
           02 AGENCIA-IMP         PIC 9(04).
           02 FILLER              PIC X(07)       VALUE " CONTA ".
           02 CONTA-IMP           PIC 9(10).

       01 LIN-SEM-CONTA.
           02 FILLER              PIC X(40)
              VALUE "SEM DADOS BANCARIOS NO CADASTRO".

       01 LIN-TOT-DEP.
           02 FILLER              PIC X(13)       VALUE "DEPARTAMENTO ".
           02 DEP-TOT             PIC X(05).
           02 FILLER              PIC X(03)       VALUE " - ".
           02 QTD-DEP-TOT         PIC ZZZZ9.
           02 FILLER              PIC X(21)
              VALUE " HOLERITES - LIQUIDO ".
           02 LIQUIDO-DEP-TOT     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-CAB-RES.
           02 FILLER              PIC X(60)
              VALUE "RESUMO DOS HOLERITES".
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-RES          PIC ZZ9.

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 VALOR-RES           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM VERIFICA-SELO-CADLIQ
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY DEP-WRK COD-WRK
               INPUT PROCEDURE IS CARREGA-PAGAMENTOS
               OUTPUT PROCEDURE IS IMPRIME-HOLERITES
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-RESUMO
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM GERA-NOME-CADLIQ.
           PERFORM LE-TIPOS-DESCONTO.
           MOVE WS-DATA-ARQ (7:2) TO DIA-CAB.
           MOVE WS-DATA-ARQ (5:2) TO MES-CAB.
           MOVE WS-DATA-ARQ (1:4) TO ANO-CAB.
           OPEN INPUT CADLIQ
                INPUT CADAUD
                INPUT CADFUN
               OUTPUT RELHOL
               OUTPUT CTL55.
           PERFORM ABRE-CADVRV.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
      *    LEITURA DE PARTIDA DO CADAUD E DO CADFUN, PARA QUE O AVANCO
      *    CASADO SEMPRE COMPARE UM REGISTRO JA LIDO.
               PERFORM AVANCA-CADAUD
               PERFORM AVANCA-CADFUN
           END-IF.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADLIQ NOT EQUAL "00"
               MOVE "CADLIQ.DAT" TO ERR-ARQUIVO
               MOVE FS-CADLIQ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADAUD NOT EQUAL "00"
               MOVE "CADAUD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADAUD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADFUN NOT EQUAL "00"
               MOVE "CADFUN.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELHOL NOT EQUAL "00"
               MOVE "RELHOL.DAT" TO ERR-ARQUIVO
               MOVE FS-RELHOL    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL55 NOT EQUAL "00"
               MOVE "CTL55.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL55     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    MONTA O NOME DO CADLIQ DO DIA, NO MESMO FORMATO QUE O EX34
      *    USA PARA GRAVA-LO.
       GERA-NOME-CADLIQ.
           PERFORM LE-DATA-PROC.
           MOVE SPACES TO WS-NOME-CADLIQ.
           STRING "CADLIQ_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADLIQ.
           MOVE SPACES TO WS-NOME-CADVRV.
           STRING "CADVRV_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADVRV.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, VALE A DATA DO
      *    SISTEMA, QUE E O CASO NORMAL DO DIA DO PAGAMENTO.
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

      *    CARREGA AS DESCRICOES DOS TIPOS DE DESCONTO. O ARQUIVO E
      *    OPCIONAL - SEM ELE OS TIPOS SAEM PELO CODIGO.
       LE-TIPOS-DESCONTO.
           MOVE ZEROS TO CONT-TIPOS.
           OPEN INPUT CADTDS.
           IF FS-CADTDS EQUAL "00"
               PERFORM CARREGA-TIPO
                   UNTIL FS-CADTDS NOT EQUAL "00"
               CLOSE CADTDS.

       CARREGA-TIPO.
           READ CADTDS
               AT END
                   MOVE "10" TO FS-CADTDS
               NOT AT END
                   IF CONT-TIPOS LESS 20
                       ADD 1 TO CONT-TIPOS
                       MOVE TIPO-TDS      TO COD-TIPO (CONT-TIPOS)
                       MOVE DESCRICAO-TDS TO DESC-TIPO (CONT-TIPOS)
                   ELSE
                       IF LIMITE-TDS-LOGADO EQUAL "NAO"
                           MOVE "CADTDS.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-TDS-LOGADO
                       END-IF
                   END-IF
           END-READ.

      *    O PRIMEIRO REGISTRO DO CADLIQ DO DIA PRECISA SER O
      *    CABECALHO DO SELO GRAVADO PELO EX34, COM A DATA DE
      *    PROCESSAMENTO ESPERADA.
       VERIFICA-SELO-CADLIQ.
           READ CADLIQ
               AT END
                   PERFORM LOGA-SELO-AUSENTE
               NOT AT END
                   IF TIPO-SELO-HL NOT EQUAL "HDR"
                       PERFORM LOGA-SELO-AUSENTE
                   ELSE
                       IF DATA-SELO-HL NOT EQUAL WS-DATA-ARQ
                           PERFORM LOGA-SELO-DATA
                       END-IF
                   END-IF
           END-READ.

       LOGA-SELO-AUSENTE.
           MOVE "CADLIQ.DAT" TO ERR-ARQUIVO.
           MOVE "95"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-DATA.
           MOVE "CADLIQ.DAT" TO ERR-ARQUIVO.
           MOVE "96"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-TOTAL.
           MOVE "CADLIQ.DAT" TO ERR-ARQUIVO.
           MOVE "97"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

      *    O CADVRV E OPCIONAL: AUSENTE (STATUS 35), O HOLERITE SAI SEM
      *    PROVENTOS VARIAVEIS. PRESENTE, O SELO DO EX63 E CONFERIDO E
      *    O PRIMEIRO LANCAMENTO FICA CARREGADO PARA O AVANCO CASADO.
       ABRE-CADVRV.
           OPEN INPUT CADVRV.
           IF FS-CADVRV EQUAL "00"
               MOVE "SIM" TO TEM-CADVRV
               PERFORM VERIFICA-SELO-CADVRV
               IF ABORTAR-JOB NOT EQUAL "SIM"
                   PERFORM LE-CADVRV
               END-IF
           ELSE
               MOVE "SIM" TO FIM-VRV
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

       LE-CADVRV.
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
                   END-IF
           END-READ.

      *    COPIA PARA O REGISTRO DE TRABALHO OS PROVENTOS VARIAVEIS DO
      *    FUNCIONARIO CORRENTE.
       BUSCA-VARIAVEIS.
           MOVE ZEROS TO CONT-VAR-WRK TOTAL-VAR-WRK.
           PERFORM ZERA-VARIAVEL-WRK
               VARYING SUB-VAR FROM 1 BY 1
               UNTIL SUB-VAR GREATER 8.
           PERFORM COPIA-VARIAVEL
               UNTIL FIM-VRV EQUAL "SIM"
                  OR COD-VRV GREATER COD-LIQ.

       ZERA-VARIAVEL-WRK.
           MOVE SPACES TO DESCR-VAR-WRK (SUB-VAR).
           MOVE ZEROS  TO QTD-VAR-WRK (SUB-VAR)
                          VALOR-VAR-WRK (SUB-VAR).

       COPIA-VARIAVEL.
           IF COD-VRV EQUAL COD-LIQ
               ADD VALOR-VRV TO TOTAL-VAR-WRK
               IF CONT-VAR-WRK LESS 8
                   ADD 1 TO CONT-VAR-WRK
                   MOVE DESCR-VRV TO DESCR-VAR-WRK (CONT-VAR-WRK)
                   MOVE QTD-VRV   TO QTD-VAR-WRK (CONT-VAR-WRK)
                   MOVE VALOR-VRV TO VALOR-VAR-WRK (CONT-VAR-WRK)
               ELSE
                   MOVE "OUTROS VARIAVEIS" TO DESCR-VAR-WRK (8)
                   MOVE ZEROS     TO QTD-VAR-WRK (8)
                   ADD VALOR-VRV  TO VALOR-VAR-WRK (8)
               END-IF
           END-IF.
           PERFORM LE-CADVRV.

      *    LE OS LIQUIDOS DO DIA E LIBERA PARA A ORDENACAO POR
      *    DEPARTAMENTO UM REGISTRO POR FUNCIONARIO JA COMPLETADO COM
      *    A AUDITORIA DO REAJUSTE E OS DADOS BANCARIOS. SELO QUE NAO
      *    FECHA NO TRAILER ABORTA O PROGRAMA SEM IMPRIMIR NADA.
       CARREGA-PAGAMENTOS.
           PERFORM LE-CADLIQ.
           PERFORM LIBERA-PAGAMENTO
               UNTIL FIM-LIQ EQUAL "SIM".

       LE-CADLIQ.
           READ CADLIQ
               AT END
                   IF TRL-VISTO EQUAL "NAO"
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-LIQ
               NOT AT END
                   IF TIPO-SELO-TL EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO
                       MOVE "SIM" TO FIM-LIQ
                       IF QTD-SELO-TL NOT EQUAL SELO-QTD-LIDA
                          OR HASH-SELO-TL NOT EQUAL SELO-HASH-LIDA
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-LIDA
                       ADD LIQUIDO-LIQ TO SELO-HASH-LIDA
                   END-IF
           END-READ.

      *    O SALARIO REAJUSTADO E O SALARIO NOVO DA AUDITORIA SEM O
      *    BONUS. QUANDO O BRUTO DO CADLIQ FICA ABAIXO DO SALARIO NOVO
      *    (ADMISSAO OU DESLIGAMENTO NO MES), A DIFERENCA SAI COMO
      *    ABATIMENTO DO PRO RATA. FUNCIONARIO SEM AUDITORIA DO DIA
      *    RECEBE O BRUTO INTEIRO COMO SALARIO. OS PROVENTOS VARIAVEIS
      *    SAEM DO BRUTO ANTES DESSA COMPARACAO.
       LIBERA-PAGAMENTO.
           MOVE DEP-LIQ     TO DEP-WRK.
           MOVE COD-LIQ     TO COD-WRK.
           MOVE NOME-LIQ    TO NOME-WRK.
           MOVE BRUTO-LIQ   TO BRUTO-WRK.
           MOVE TOT-DESC-LIQ TO TOT-DESC-WRK.
           MOVE LIQUIDO-LIQ TO LIQUIDO-WRK.
           PERFORM VARIA-COPIA-DESCONTO
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.
           PERFORM BUSCA-VARIAVEIS.
           IF TOTAL-VAR-WRK LESS BRUTO-LIQ
               SUBTRACT TOTAL-VAR-WRK FROM BRUTO-LIQ GIVING BRUTO-FIXO
           ELSE
               MOVE ZEROS TO BRUTO-FIXO.
           PERFORM AVANCA-CADAUD
               UNTIL FIM-AUD EQUAL "SIM"
                  OR COD-AUD NOT LESS COD-LIQ.
           IF FIM-AUD NOT EQUAL "SIM"
              AND COD-AUD EQUAL COD-LIQ
               SUBTRACT BONUS-AUD FROM SAL-NOVO-AUD
                   GIVING SAL-REAJ-WRK
               MOVE BONUS-AUD TO BONUS-WRK
               IF BRUTO-FIXO LESS SAL-NOVO-AUD
                   SUBTRACT BRUTO-FIXO FROM SAL-NOVO-AUD
                       GIVING PRO-RATA-WRK
               ELSE
                   MOVE ZEROS TO PRO-RATA-WRK
               END-IF
           ELSE
               MOVE BRUTO-FIXO TO SAL-REAJ-WRK
               MOVE ZEROS      TO BONUS-WRK PRO-RATA-WRK
               ADD 1 TO CONT-SEM-AUD
           END-IF.
           PERFORM BUSCA-DADOS-BANCARIOS.
           RELEASE REG-WRK.
           PERFORM LE-CADLIQ.

       VARIA-COPIA-DESCONTO.
           MOVE TIPO-DESC-LIQ (SUB-DESC)  TO TIPO-DESC-WRK (SUB-DESC).
           MOVE VALOR-DESC-LIQ (SUB-DESC) TO VALOR-DESC-WRK (SUB-DESC).

       AVANCA-CADAUD.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-AUD
           END-READ.

      *    AVANCA O CADFUN (MANTIDO EM ORDEM CRESCENTE DE CODIGO, A
      *    MESMA PREMISSA DO EX15 E DO EX36) ATE O CODIGO DO PAGAMENTO
      *    CORRENTE; SEM REGISTRO NO MESTRE, O BANCO FICA ZERADO.
       BUSCA-DADOS-BANCARIOS.
           MOVE ZEROS TO BANCO-WRK AGENCIA-WRK CONTA-WRK.
           PERFORM AVANCA-CADFUN
               UNTIL FIM-FUN EQUAL "SIM"
                  OR COD-FUN NOT LESS COD-LIQ.
           IF FIM-FUN NOT EQUAL "SIM"
              AND COD-FUN EQUAL COD-LIQ
               MOVE BANCO-FUN   TO BANCO-WRK
               MOVE AGENCIA-FUN TO AGENCIA-WRK
               MOVE CONTA-FUN   TO CONTA-WRK.

       AVANCA-CADFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-FUN
           END-READ.

      *    IMPRIME OS HOLERITES NA ORDEM DE DEPARTAMENTO E CODIGO, COM
      *    A LINHA DE TOTAL NO FIM DE CADA DEPARTAMENTO. COM O SELO DO
      *    CADLIQ ROMPIDO NADA E IMPRESSO.
       IMPRIME-HOLERITES.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE "SIM" TO FIM-WRK
           ELSE
               PERFORM LE-ARQSORT.
           PERFORM IMPRIME-DEPARTAMENTO
               UNTIL FIM-WRK EQUAL "SIM".

       LE-ARQSORT.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
           END-RETURN.

       IMPRIME-DEPARTAMENTO.
           MOVE DEP-WRK TO DEP-ATUAL.
           MOVE ZEROS   TO CONT-DEP LIQUIDO-DEP.
           PERFORM IMPRIME-UM-HOLERITE
               UNTIL FIM-WRK EQUAL "SIM"
                  OR DEP-WRK NOT EQUAL DEP-ATUAL.
           MOVE DEP-ATUAL   TO DEP-TOT.
           MOVE CONT-DEP    TO QTD-DEP-TOT.
           MOVE LIQUIDO-DEP TO LIQUIDO-DEP-TOT.
           MOVE SPACES      TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TOT-DEP TO LINHA-REL.
           WRITE LINHA-REL.

      *    CADA HOLERITE ABRE UMA PAGINA NOVA; O QUE NAO COUBER NELA
      *    CONTINUA NA SEGUINTE, COM O MESMO CABECALHO.
       IMPRIME-UM-HOLERITE.
           MOVE DEP-WRK  TO DEP-CAB.
           MOVE COD-WRK  TO COD-CAB.
           MOVE NOME-WRK TO NOME-CAB.
           PERFORM QUEBRA-PAGINA.
           MOVE "SALARIO REAJUSTADO" TO DESC-VERBA.
           MOVE SAL-REAJ-WRK TO PROVENTO-VERBA.
           PERFORM IMPRIME-PROVENTO.
           IF BONUS-WRK GREATER ZEROS
               MOVE "BONUS" TO DESC-VERBA
               MOVE BONUS-WRK TO PROVENTO-VERBA
               PERFORM IMPRIME-PROVENTO.
           IF PRO-RATA-WRK GREATER ZEROS
               MOVE "PRO RATA - DIAS NAO TRABALHADOS NO MES"
                   TO DESC-VERBA
               COMPUTE PROVENTO-VERBA = PRO-RATA-WRK * -1
               PERFORM IMPRIME-PROVENTO.
           PERFORM IMPRIME-VARIAVEL
               VARYING SUB-VAR FROM 1 BY 1
               UNTIL SUB-VAR GREATER CONT-VAR-WRK.
           PERFORM VARIA-IMPRIME-DESCONTO
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LIN-VERBA.
           MOVE "TOTAIS" TO DESC-VERBA.
           MOVE BRUTO-WRK    TO PROVENTO-VERBA.
           MOVE TOT-DESC-WRK TO DESCONTO-VERBA.
           MOVE LIN-VERBA TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIQUIDO-WRK TO LIQUIDO-IMP.
           MOVE LIN-LIQUIDO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           IF BANCO-WRK GREATER ZEROS
               MOVE BANCO-WRK   TO BANCO-IMP
               MOVE AGENCIA-WRK TO AGENCIA-IMP
               MOVE CONTA-WRK   TO CONTA-IMP
               MOVE LIN-CREDITO TO LINHA-REL
           ELSE
               MOVE LIN-SEM-CONTA TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO CONT-DEP.
           ADD 1 TO CONT-HOLERITES.
           ADD LIQUIDO-WRK  TO LIQUIDO-DEP.
           ADD BRUTO-WRK    TO SOMA-BRUTOS.
           ADD TOT-DESC-WRK TO SOMA-DESCONTOS.
           ADD LIQUIDO-WRK  TO SOMA-LIQUIDOS.
           PERFORM LE-ARQSORT.

      *    ABRE A PAGINA COM O CABECALHO NUMERADO DO HOLERITE.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA TO PAGINA-CAB.
           MOVE LIN-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-CAB3 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO CONT-LINHAS.

      *    LINHA DE PROVENTO: A COLUNA DE DESCONTOS FICA EM BRANCO.
       IMPRIME-PROVENTO.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           ADD 1 TO CONT-LINHAS.
           MOVE LIN-VERBA TO LINHA-REL.
           MOVE SPACES    TO LINHA-REL (58:12).
           WRITE LINHA-REL.

      *    LINHA DE PROVENTO VARIAVEL: A RUBRICA, AS HORAS (SO NAS
      *    RUBRICAS POR HORA) E O VALOR.
       IMPRIME-VARIAVEL.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           ADD 1 TO CONT-LINHAS.
           MOVE DESCR-VAR-WRK (SUB-VAR) TO DESC-VAR-IMP.
           MOVE QTD-VAR-WRK (SUB-VAR)   TO QTD-VAR-IMP.
           MOVE VALOR-VAR-WRK (SUB-VAR) TO PROVENTO-VAR-IMP.
           MOVE LIN-VERBA-VAR TO LINHA-REL.
           IF QTD-VAR-WRK (SUB-VAR) EQUAL ZEROS
               MOVE SPACES TO LINHA-REL (22:6).
           WRITE LINHA-REL.

      *    LINHA DE DESCONTO: SO OS TIPOS PREENCHIDOS NO CADLIQ, COM A
      *    COLUNA DE PROVENTOS EM BRANCO.
       VARIA-IMPRIME-DESCONTO.
           IF TIPO-DESC-WRK (SUB-DESC) NOT EQUAL SPACES
               IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
                   PERFORM QUEBRA-PAGINA
               END-IF
               ADD 1 TO CONT-LINHAS
               PERFORM PROCURA-TIPO
               MOVE VALOR-DESC-WRK (SUB-DESC) TO DESCONTO-VERBA
               MOVE LIN-VERBA TO LINHA-REL
               MOVE SPACES    TO LINHA-REL (41:13)
               WRITE LINHA-REL.

       PROCURA-TIPO.
           MOVE "NAO" TO ACHOU-TIPO.
           PERFORM VARIA-PROCURA-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS
                  OR ACHOU-TIPO EQUAL "SIM".
           IF ACHOU-TIPO EQUAL "NAO"
               MOVE SPACES TO DESC-VERBA
               STRING "DESCONTO " DELIMITED BY SIZE
                      TIPO-DESC-WRK (SUB-DESC) DELIMITED BY SIZE
                   INTO DESC-VERBA.

       VARIA-PROCURA-TIPO.
           IF COD-TIPO (SUB-TIPO) EQUAL TIPO-DESC-WRK (SUB-DESC)
               MOVE "SIM" TO ACHOU-TIPO
               MOVE DESC-TIPO (SUB-TIPO) TO DESC-VERBA.

      *    O RESUMO SAI NUMA PAGINA PROPRIA, DEPOIS DOS HOLERITES.
       IMPRIME-RESUMO.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA TO PAGINA-RES.
           MOVE LIN-CAB-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "HOLERITES EMITIDOS" TO TEXTO-RES.
           MOVE CONT-HOLERITES TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "SEM AUDITORIA DE REAJUSTE" TO TEXTO-RES.
           MOVE CONT-SEM-AUD TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL BRUTO" TO TEXTO-RES.
           MOVE SOMA-BRUTOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL DE DESCONTOS" TO TEXTO-RES.
           MOVE SOMA-DESCONTOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL LIQUIDO" TO TEXTO-RES.
           MOVE SOMA-LIQUIDOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

       GERA-RELATORIO-CTL.
           MOVE CONT-HOLERITES TO QTD-HOLERITES-CTL.
           MOVE SOMA-BRUTOS    TO SOMA-BRUTOS-CTL.
           MOVE SOMA-DESCONTOS TO SOMA-DESCONTOS-CTL.
           MOVE SOMA-LIQUIDOS  TO SOMA-LIQUIDOS-CTL.
           WRITE REG-CTL55.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADLIQ
                 CADAUD
                 CADFUN
                 RELHOL
                 CTL55.
           IF TEM-CADVRV EQUAL "SIM"
               CLOSE CADVRV.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
