       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX57.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       INFORME DE RENDIMENTOS DE FIM DE ANO. LE O
      *               ACUMULADO ANUAL CADACU LANCADO PELO EX56 E
      *               IMPRIME EM RELINF UM INFORME POR FUNCIONARIO
      *               (BRUTO, BONUS, CADA TIPO DE DESCONTO COM A
      *               DESCRICAO DO CADTDS, TOTAL DE DESCONTOS E
      *               LIQUIDO DO ANO) E EM RELIRE A LISTAGEM DA
      *               EMPRESA, UMA LINHA POR FUNCIONARIO, COM OS
      *               TOTAIS CONFRONTADOS COM O REGISTRO DE CONTROLE DA
      *               EMPRESA (CODIGO 00000) DO MESMO ANO. QUALQUER
      *               DIFERENCA SAI NA LISTAGEM E NO ERRLOG E O
      *               PROGRAMA TERMINA COM RETURN-CODE 8.
      *               O ANO-BASE VEM DO PARAMETRO OPCIONAL CADINF; SEM
      *               ELE VALE O ANO DA DATA DE PROCESSAMENTO.
      *               EXECUTADO SOB DEMANDA NO FECHAMENTO DO ANO, FORA
      *               DO LOTE DIARIO.
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
      *    ACUMULADO ANUAL GRAVADO PELO EX56 (CHAVE CODIGO + ANO).
           SELECT CADACU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACU
           FILE STATUS IS FS-CADACU.
      *    PARAMETRO OPCIONAL COM O ANO-BASE DO INFORME.
           SELECT CADINF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADINF.
      *    DESCRICAO DOS TIPOS DE DESCONTO (OPCIONAL), O MESMO DO
      *    HOLERITE EX55.
           SELECT CADTDS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTDS.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELINF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELINF.
           SELECT RELIRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELIRE.
           SELECT CTL57 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL57.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO EX56.
       FD CADACU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACU.DAT".

       01 REG-ACU.
           02 CHAVE-ACU.
              03 COD-ACU           PIC 9(05).
              03 ANO-ACU           PIC 9(04).
           02 NOME-ACU             PIC X(20).
           02 DEP-ACU              PIC X(05).
           02 QTD-LANC-ACU         PIC 9(05).
           02 ULT-DATA-ACU         PIC 9(08).
           02 ULT-DATA-ACU-R REDEFINES ULT-DATA-ACU.
              03 ANO-ULT-ACU       PIC 9(04).
              03 MES-ULT-ACU       PIC 9(02).
              03 DIA-ULT-ACU       PIC 9(02).
           02 BRUTO-ACU            PIC 9(11)V99.
           02 BONUS-ACU            PIC 9(11)V99.
           02 DESC-ACU OCCURS 5 TIMES.
              03 TIPO-DESC-ACU     PIC X(03).
              03 VALOR-DESC-ACU    PIC 9(11)V99.
           02 TOT-DESC-ACU         PIC 9(11)V99.
           02 LIQUIDO-ACU          PIC 9(11)V99.

       FD CADINF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADINF.DAT".

       01 REG-INF.
           02 ANO-INF-X           PIC X(04).
           02 ANO-INF REDEFINES ANO-INF-X PIC 9(04).

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

      *    INFORMES DE RENDIMENTOS, UM POR PAGINA.
       FD RELINF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELINF.DAT".

       01 LINHA-INF               PIC X(80).

      *    LISTAGEM DA EMPRESA COM A CONFERENCIA DOS TOTAIS.
       FD RELIRE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELIRE.DAT".

       01 LINHA-IRE               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL57
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL57.DAT".

       01 REG-CTL57.
           02 ANO-CTL             PIC 9(04).
           02 QTD-INFORMES-CTL    PIC 9(07).
           02 SOMA-BRUTOS-CTL     PIC 9(11)V99.
           02 SOMA-LIQUIDOS-CTL   PIC 9(11)V99.
           02 DIVERGENCIA-CTL     PIC X(03).

       WORKING-STORAGE SECTION.
       77 FS-CADACU               PIC X(02).
       77 FS-CADINF               PIC X(02).
       77 FS-CADTDS               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELINF               PIC X(02).
       77 FS-RELIRE               PIC X(02).
       77 FS-CTL57                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 ANO-BASE                PIC 9(04)       VALUE ZEROS.
       77 FIM-ACU                 PIC X(03)       VALUE "NAO".
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
      *    REGISTRO DE CONTROLE DA EMPRESA NO ANO-BASE.
       77 TEM-CONTROLE            PIC X(03)       VALUE "NAO".
       77 QTD-LANC-EMP            PIC 9(05)       VALUE ZEROS.
       77 BRUTO-EMP               PIC 9(11)V99    VALUE ZEROS.
       77 BONUS-EMP               PIC 9(11)V99    VALUE ZEROS.
       77 TOT-DESC-EMP            PIC 9(11)V99    VALUE ZEROS.
       77 LIQUIDO-EMP             PIC 9(11)V99    VALUE ZEROS.
      *    SOMA DOS INFORMES EMITIDOS.
       77 CONT-INFORMES           PIC 9(07)       VALUE ZEROS.
       77 SOMA-LANC               PIC 9(07)       VALUE ZEROS.
       77 SOMA-BRUTOS             PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-BONUS              PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-DESCONTOS          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-LIQUIDOS           PIC 9(11)V99    VALUE ZEROS.
       77 DIVERGENCIA             PIC X(03)       VALUE "NAO".
       77 CONT-PAG-INF            PIC 9(05)       VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX57".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

      *    LINHAS DO INFORME, MONTADAS EM WORKING E MOVIDAS PARA A
      *    LINHA-IMAGEM NA GRAVACAO.
       01 LIN-TRACO.
           02 FILLER              PIC X(80)       VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(42)
              VALUE "INFORME DE RENDIMENTOS - ANO-CALENDARIO ".
           02 ANO-CAB             PIC 9(04).
           02 FILLER              PIC X(22)       VALUE SPACES.
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-CAB          PIC ZZZZ9.

       01 LIN-CAB2.
           02 FILLER              PIC X(07)       VALUE "CODIGO ".
           02 COD-CAB             PIC 9(05).
           02 FILLER              PIC X(08)       VALUE "  NOME ".
           02 NOME-CAB            PIC X(20).
           02 FILLER              PIC X(10)       VALUE "  DEPTO. ".
           02 DEP-CAB             PIC X(05).

       01 LIN-VALOR.
           02 DESC-VALOR          PIC X(40).
           02 FILLER              PIC X(17)       VALUE SPACES.
           02 VALOR-IMP           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-LANC.
           02 FILLER              PIC X(29)
              VALUE "PAGAMENTOS LANCADOS NO ANO: ".
           02 QTD-LANC-IMP        PIC ZZZZ9.
           02 FILLER              PIC X(13)       VALUE "  ULTIMO EM ".
           02 DIA-ULT-IMP         PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 MES-ULT-IMP         PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-ULT-IMP         PIC 9(04).

      *    LINHAS DA LISTAGEM DA EMPRESA.
       01 LIN-LIS-CAB1.
           02 FILLER              PIC X(46)
              VALUE "LISTAGEM DOS RENDIMENTOS DA EMPRESA - ANO ".
           02 ANO-LIS-CAB         PIC 9(04).
           02 FILLER              PIC X(20)       VALUE SPACES.
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-LIS-CAB      PIC ZZ9.

       01 LIN-LIS-CAB2.
           02 FILLER              PIC X(28)       VALUE "CODIGO NOME".
           02 FILLER              PIC X(18)
              VALUE "           BRUTO".
           02 FILLER              PIC X(18)
              VALUE "       DESCONTOS".
           02 FILLER              PIC X(16)
              VALUE "         LIQUIDO".

       01 LIN-LIS-DET.
           02 COD-DET             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-DET            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 BRUTO-DET           PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 DESC-DET            PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 LIQUIDO-DET         PIC Z.ZZZ.ZZZ.ZZ9,99.

      *    CONFERENCIA: SOMA DOS INFORMES CONTRA O CONTROLE DA EMPRESA.
       01 LIN-CONF-CAB.
           02 FILLER              PIC X(30)       VALUE "CONFERENCIA".
           02 FILLER              PIC X(18)
              VALUE "  SOMA INFORMES".
           02 FILLER              PIC X(18)
              VALUE " CONTROLE EMPRESA".
           02 FILLER              PIC X(12)       VALUE "   SITUACAO".

       01 LIN-CONF.
           02 TEXTO-CONF          PIC X(30).
           02 SOMA-CONF           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 CONTROLE-CONF       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(03)       VALUE SPACES.
           02 SITUACAO-CONF       PIC X(10).

       01 LIN-RESULTADO.
           02 TEXTO-RESULTADO     PIC X(80).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-CONTROLE-EMPRESA
           PERFORM POSICIONA-CADACU
           PERFORM EMITE-INFORME
               UNTIL FIM-ACU EQUAL "SIM"
           PERFORM CONFERE-TOTAIS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           PERFORM LE-ANO-BASE.
           PERFORM LE-TIPOS-DESCONTO.
           OPEN INPUT CADACU
               OUTPUT RELINF
               OUTPUT RELIRE
               OUTPUT CTL57.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM QUEBRA-PAGINA.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADACU NOT EQUAL "00"
               MOVE "CADACU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADACU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELINF NOT EQUAL "00"
               MOVE "RELINF.DAT" TO ERR-ARQUIVO
               MOVE FS-RELINF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELIRE NOT EQUAL "00"
               MOVE "RELIRE.DAT" TO ERR-ARQUIVO
               MOVE FS-RELIRE    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL57 NOT EQUAL "00"
               MOVE "CTL57.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL57     TO ERR-STATUS
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

      *    O ANO-BASE INFORMADO NO CADINF PREVALECE; SEM O ARQUIVO, OU
      *    COM O CAMPO EM BRANCO OU NAO NUMERICO, VALE O ANO DA DATA
      *    DE PROCESSAMENTO.
       LE-ANO-BASE.
           MOVE WS-DATA-ARQ (1:4) TO ANO-BASE.
           OPEN INPUT CADINF.
           IF FS-CADINF EQUAL "00"
               READ CADINF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANO-INF-X IS NUMERIC
                          AND ANO-INF NOT EQUAL ZEROS
                           MOVE ANO-INF TO ANO-BASE
                       END-IF
               END-READ
               CLOSE CADINF.

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

      *    O REGISTRO 00000 DO ANO GUARDA O TOTAL DA EMPRESA QUE O
      *    EX56 SOMOU A CADA LANCAMENTO.
       LE-CONTROLE-EMPRESA.
           MOVE ZEROS    TO COD-ACU.
           MOVE ANO-BASE TO ANO-ACU.
           READ CADACU
               INVALID KEY
                   MOVE "NAO" TO TEM-CONTROLE
               NOT INVALID KEY
                   MOVE "SIM"        TO TEM-CONTROLE
                   MOVE QTD-LANC-ACU TO QTD-LANC-EMP
                   MOVE BRUTO-ACU    TO BRUTO-EMP
                   MOVE BONUS-ACU    TO BONUS-EMP
                   MOVE TOT-DESC-ACU TO TOT-DESC-EMP
                   MOVE LIQUIDO-ACU  TO LIQUIDO-EMP
           END-READ.

      *    POSICIONA NO PRIMEIRO FUNCIONARIO (CODIGO 00001 EM DIANTE);
      *    OS ANOS DE CADA CODIGO VEM JUNTOS NA ORDEM DA CHAVE E SO O
      *    ANO-BASE E CONSIDERADO.
       POSICIONA-CADACU.
           MOVE 1     TO COD-ACU.
           MOVE ZEROS TO ANO-ACU.
           START CADACU KEY NOT LESS CHAVE-ACU
               INVALID KEY
                   MOVE "SIM" TO FIM-ACU
           END-START.
           IF FIM-ACU EQUAL "NAO"
               PERFORM LE-PROXIMO-ACU.

       LE-PROXIMO-ACU.
           READ CADACU NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-ACU
           END-READ.

       EMITE-INFORME.
           IF ANO-ACU EQUAL ANO-BASE
               PERFORM IMPRIME-INFORME
               PERFORM IMPRIME-DETALHE-LISTAGEM
               ADD 1            TO CONT-INFORMES
               ADD QTD-LANC-ACU TO SOMA-LANC
               ADD BRUTO-ACU    TO SOMA-BRUTOS
               ADD BONUS-ACU    TO SOMA-BONUS
               ADD TOT-DESC-ACU TO SOMA-DESCONTOS
               ADD LIQUIDO-ACU  TO SOMA-LIQUIDOS.
           PERFORM LE-PROXIMO-ACU.

      *    CADA INFORME OCUPA UMA PAGINA, NUMERADA NO CABECALHO.
       IMPRIME-INFORME.
           ADD 1 TO CONT-PAG-INF.
           MOVE CONT-PAG-INF TO PAGINA-CAB.
           MOVE ANO-BASE  TO ANO-CAB.
           MOVE LIN-CAB1  TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LIN-TRACO TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE COD-ACU   TO COD-CAB.
           MOVE NOME-ACU  TO NOME-CAB.
           MOVE DEP-ACU   TO DEP-CAB.
           MOVE LIN-CAB2  TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LIN-TRACO TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE "RENDIMENTOS BRUTOS RECEBIDOS" TO DESC-VALOR.
           MOVE BRUTO-ACU TO VALOR-IMP.
           MOVE LIN-VALOR TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE "  DOS QUAIS BONUS DE REAJUSTE" TO DESC-VALOR.
           MOVE BONUS-ACU TO VALOR-IMP.
           MOVE LIN-VALOR TO LINHA-INF.
           WRITE LINHA-INF.
           PERFORM VARIA-IMPRIME-DESCONTO
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.
           MOVE "TOTAL DE DESCONTOS" TO DESC-VALOR.
           MOVE TOT-DESC-ACU TO VALOR-IMP.
           MOVE LIN-VALOR TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LIN-TRACO TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE "LIQUIDO RECEBIDO NO ANO" TO DESC-VALOR.
           MOVE LIQUIDO-ACU TO VALOR-IMP.
           MOVE LIN-VALOR TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE QTD-LANC-ACU TO QTD-LANC-IMP.
           MOVE DIA-ULT-ACU  TO DIA-ULT-IMP.
           MOVE MES-ULT-ACU  TO MES-ULT-IMP.
           MOVE ANO-ULT-ACU  TO ANO-ULT-IMP.
           MOVE SPACES   TO LINHA-INF.
           WRITE LINHA-INF.
           MOVE LIN-LANC TO LINHA-INF.
           WRITE LINHA-INF.

      *    SO AS POSICOES DE DESCONTO USADAS NO ANO.
       VARIA-IMPRIME-DESCONTO.
           IF TIPO-DESC-ACU (SUB-DESC) NOT EQUAL SPACES
               PERFORM PROCURA-TIPO
               MOVE VALOR-DESC-ACU (SUB-DESC) TO VALOR-IMP
               MOVE LIN-VALOR TO LINHA-INF
               WRITE LINHA-INF.

       PROCURA-TIPO.
           MOVE "NAO" TO ACHOU-TIPO.
           PERFORM VARIA-PROCURA-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS
                  OR ACHOU-TIPO EQUAL "SIM".
           IF ACHOU-TIPO EQUAL "NAO"
               MOVE SPACES TO DESC-VALOR
               STRING "  DESCONTO " DELIMITED BY SIZE
                      TIPO-DESC-ACU (SUB-DESC) DELIMITED BY SIZE
                   INTO DESC-VALOR.

       VARIA-PROCURA-TIPO.
           IF COD-TIPO (SUB-TIPO) EQUAL TIPO-DESC-ACU (SUB-DESC)
               MOVE "SIM" TO ACHOU-TIPO
               MOVE SPACES TO DESC-VALOR
               STRING "  " DELIMITED BY SIZE
                      DESC-TIPO (SUB-TIPO) DELIMITED BY SIZE
                   INTO DESC-VALOR.

      *    ABRE UMA PAGINA DA LISTAGEM COM O CABECALHO NUMERADO.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA  TO PAGINA-LIS-CAB.
           MOVE ANO-BASE     TO ANO-LIS-CAB.
           MOVE LIN-LIS-CAB1 TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE LIN-TRACO    TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE LIN-LIS-CAB2 TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE LIN-TRACO    TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE ZEROS        TO CONT-LINHAS.

       IMPRIME-DETALHE-LISTAGEM.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           MOVE COD-ACU      TO COD-DET.
           MOVE NOME-ACU     TO NOME-DET.
           MOVE BRUTO-ACU    TO BRUTO-DET.
           MOVE TOT-DESC-ACU TO DESC-DET.
           MOVE LIQUIDO-ACU  TO LIQUIDO-DET.
           MOVE LIN-LIS-DET  TO LINHA-IRE.
           WRITE LINHA-IRE.
           ADD 1 TO CONT-LINHAS.

      *    FECHA A LISTAGEM COM A SOMA DOS INFORMES E A CONFRONTA,
      *    ITEM A ITEM, COM O REGISTRO DE CONTROLE DA EMPRESA. SEM O
      *    REGISTRO DE CONTROLE, OU COM QUALQUER DIFERENCA, A
      *    LISTAGEM NAO FECHA.
       CONFERE-TOTAIS.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           MOVE LIN-TRACO TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE ZEROS       TO COD-DET.
           MOVE "TOTAL DOS INFORMES" TO NOME-DET.
           MOVE SOMA-BRUTOS    TO BRUTO-DET.
           MOVE SOMA-DESCONTOS TO DESC-DET.
           MOVE SOMA-LIQUIDOS  TO LIQUIDO-DET.
           MOVE LIN-LIS-DET    TO LINHA-IRE.
           MOVE SPACES         TO LINHA-IRE (1:5).
           WRITE LINHA-IRE.
           MOVE SPACES       TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE LIN-CONF-CAB TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE "QTD DE LANCAMENTOS" TO TEXTO-CONF.
           MOVE SOMA-LANC    TO SOMA-CONF.
           MOVE QTD-LANC-EMP TO CONTROLE-CONF.
           PERFORM IMPRIME-CONFERENCIA.
           MOVE "RENDIMENTOS BRUTOS" TO TEXTO-CONF.
           MOVE SOMA-BRUTOS TO SOMA-CONF.
           MOVE BRUTO-EMP   TO CONTROLE-CONF.
           PERFORM IMPRIME-CONFERENCIA.
           MOVE "BONUS DE REAJUSTE" TO TEXTO-CONF.
           MOVE SOMA-BONUS TO SOMA-CONF.
           MOVE BONUS-EMP  TO CONTROLE-CONF.
           PERFORM IMPRIME-CONFERENCIA.
           MOVE "TOTAL DE DESCONTOS" TO TEXTO-CONF.
           MOVE SOMA-DESCONTOS TO SOMA-CONF.
           MOVE TOT-DESC-EMP   TO CONTROLE-CONF.
           PERFORM IMPRIME-CONFERENCIA.
           MOVE "LIQUIDO" TO TEXTO-CONF.
           MOVE SOMA-LIQUIDOS TO SOMA-CONF.
           MOVE LIQUIDO-EMP   TO CONTROLE-CONF.
           PERFORM IMPRIME-CONFERENCIA.
           IF TEM-CONTROLE EQUAL "NAO"
               MOVE "SIM" TO DIVERGENCIA
               MOVE "SEM REGISTRO DE CONTROLE DA EMPRESA NO ANO"
                   TO TEXTO-RESULTADO
           ELSE
               IF DIVERGENCIA EQUAL "SIM"
                   MOVE "DIVERGENCIA ENTRE INFORMES E ACUMULADO"
                       TO TEXTO-RESULTADO
               ELSE
                   MOVE "TOTAIS CONFEREM COM O ACUMULADO DA EMPRESA"
                       TO TEXTO-RESULTADO
               END-IF
           END-IF.
           MOVE SPACES        TO LINHA-IRE.
           WRITE LINHA-IRE.
           MOVE LIN-RESULTADO TO LINHA-IRE.
           WRITE LINHA-IRE.
           IF DIVERGENCIA EQUAL "SIM"
               MOVE "CADACU.DAT" TO ERR-ARQUIVO
               MOVE "97"         TO ERR-STATUS
               MOVE "CONFERE"    TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO.

      *    A SITUACAO E MONTADA COMPARANDO OS CAMPOS EDITADOS, QUE
      *    TEM A MESMA MASCARA NAS DUAS COLUNAS.
       IMPRIME-CONFERENCIA.
           IF SOMA-CONF EQUAL CONTROLE-CONF
               MOVE "OK"        TO SITUACAO-CONF
           ELSE
               MOVE "DIFERENTE" TO SITUACAO-CONF
               MOVE "SIM"       TO DIVERGENCIA.
           MOVE LIN-CONF TO LINHA-IRE.
           WRITE LINHA-IRE.

       GERA-RELATORIO-CTL.
           MOVE ANO-BASE      TO ANO-CTL.
           MOVE CONT-INFORMES TO QTD-INFORMES-CTL.
           MOVE SOMA-BRUTOS   TO SOMA-BRUTOS-CTL.
           MOVE SOMA-LIQUIDOS TO SOMA-LIQUIDOS-CTL.
           MOVE DIVERGENCIA   TO DIVERGENCIA-CTL.
           WRITE REG-CTL57.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADACU
                 RELINF
                 RELIRE
                 CTL57.
           IF ABORTAR-JOB EQUAL "SIM"
              OR DIVERGENCIA EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
