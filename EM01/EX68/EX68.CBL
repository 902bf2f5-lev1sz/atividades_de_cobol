       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX68.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       QUADRO MENSAL DE PESSOAL E ROTATIVIDADE POR
      *               CENTRO DE CUSTO. EXECUTADO PELO JOB MESTRE NO
      *               ULTIMO DIA UTIL DO MES, LISTA NO RELTOV, PARA O
      *               MES DE REFERENCIA, O QUADRO DE ABERTURA, AS
      *               ADMISSOES, OS DESLIGAMENTOS, O QUADRO DE
      *               FECHAMENTO, A TAXA DE ROTATIVIDADE E O TEMPO
      *               MEDIO DE CASA (EM MESES) DE CADA CENTRO DE CUSTO
      *               (DEP-FUN), COM O TOTAL DA EMPRESA, E UMA SECAO DE
      *               TENDENCIA COM A TAXA DOS ULTIMOS 12 MESES, EM QUE
      *               O CENTRO DE CUSTO COM ROTATIVIDADE EM ALTA SAI
      *               MARCADO. CADA MES E RECONSTRUIDO PELAS DATAS DE
      *               ADMISSAO E DESLIGAMENTO DO CADASTRO COMO ESTAVA
      *               NO FIM DO MES: A PRIMEIRA GERACAO BKPFUN DO
      *               CATALOGO CADGER (EX25) GRAVADA DEPOIS DO ULTIMO
      *               DIA DO MES OU, SEM ELA, O CADFUN ATUAL. ASSIM UM
      *               MES PASSADO E REPRODUZIDO MESMO DEPOIS QUE O EX15
      *               EXCLUIU OS DESLIGADOS DO CADASTRO. O MES DE
      *               REFERENCIA E O DA DATA DE PROCESSAMENTO (CADDAT);
      *               O PARAMETRO OPCIONAL CADPTO (AAAAMM) PEDE OUTRO.
      *               ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2)
      *               SOBRE O QUADRO MEDIO ((ABERTURA + FECHAMENTO) /
      *               2), EM PERCENTUAL.
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
      *    CADASTRO COMO ESTAVA NO FIM DO MES: UMA GERACAO BKPFUN OU O
      *    PROPRIO CADFUN (NOME EM WS-NOME-BKPFUN).
           SELECT BKPFUN ASSIGN TO WS-NOME-BKPFUN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BKPFUN.
      *    CATALOGO DAS GERACOES DE BACKUP MANTIDO PELO EX25.
           SELECT CADGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGER.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
      *    MES DE REFERENCIA PEDIDO PELO OPERADOR (OPCIONAL).
           SELECT CADPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPTO.
           SELECT RELTOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELTOV.
           SELECT CTL68 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL68.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT MANTIDO PELO EX15 E COPIADO PELO EX25.
       FD BKPFUN
           LABEL RECORD ARE STANDARD.

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

      *    MESMO LAYOUT GRAVADO PELO EX25.
       FD CADGER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADGER.DAT".

       01 REG-GER.
           02 MESTRE-GER          PIC X(06).
           02 DATA-GER            PIC 9(08).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       FD CADPTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPTO.DAT".

       01 REG-PTO.
           02 MES-REF-PTO         PIC 9(06).

       FD RELTOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELTOV.DAT".

       01 LINHA-TOV               PIC X(100).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL68
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL68.DAT".

       01 REG-CTL68.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-DEPTOS-CTL      PIC 9(07).
           02 QTD-FECHAMENTO-CTL  PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-BKPFUN               PIC X(02).
       77 FS-CADGER               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-CADPTO               PIC X(02).
       77 FS-RELTOV               PIC X(02).
       77 FS-CTL68                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-BKPFUN          PIC X(30).
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 FIM-GER                 PIC X(03)       VALUE "NAO".
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX68".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

      *    GERACOES BKPFUN DO CATALOGO, EM ORDEM CRONOLOGICA.
       77 CONT-GER                PIC 9(03)       VALUE ZEROS.
       77 SUB-GER                 PIC 9(03)       VALUE ZEROS.
       77 LIMITE-GER-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-GERACOES.
           02 DATA-GER-TAB OCCURS 100 TIMES PIC 9(08).

      *    OS 12 MESES DO RELATORIO, DO MAIS ANTIGO (1) AO MES DE
      *    REFERENCIA (12), COM O CADASTRO USADO EM CADA UM.
       77 SUB-MES                 PIC 9(02)       VALUE ZEROS.
       77 MES-REF                 PIC 9(06).
       01 ANOMES-AUX              PIC 9(06).
       01 ANOMES-DESM REDEFINES ANOMES-AUX.
           02 ANO-AM              PIC 9(04).
           02 MES-AM              PIC 9(02).
       01 TAB-MESES.
           02 MES-ITEM OCCURS 12 TIMES.
              03 ANOMES-TAB       PIC 9(06).
              03 FONTE-TAB        PIC X(30).
      *    LIMITES DO MES CORRENTE (O ULTIMO DIA E TOMADO COMO 31: SO
      *    SERVE DE LIMITE DE COMPARACAO DAS DATAS AAAAMMDD).
       77 PRIMEIRO-DIA            PIC 9(08).
       77 ULTIMO-DIA              PIC 9(08).
       77 DATA-ADM                PIC 9(08).
       77 DATA-DESL               PIC 9(08).
       01 DATA-ADM-AUX            PIC 9(08).
       01 DATA-ADM-DESM REDEFINES DATA-ADM-AUX.
           02 ANO-ADM             PIC 9(04).
           02 MES-ADM             PIC 9(02).
           02 DIA-ADM             PIC 9(02).
       77 MESES-CASA              PIC 9(05).

      *    CENTROS DE CUSTO EM ORDEM CRESCENTE, COM OS NUMEROS DE CADA
      *    UM DOS 12 MESES. O CENTRO DE CUSTO QUE NAO CABE NA TABELA
      *    ENTRA SO NO TOTAL DA EMPRESA.
       77 CONT-DEP                PIC 9(03)       VALUE ZEROS.
       77 SUB-DEP                 PIC 9(03)       VALUE ZEROS.
       77 SUB-DESLOCA             PIC 9(03)       VALUE ZEROS.
       77 ACHOU-DEP               PIC X(03)       VALUE "NAO".
       77 ACHOU-POSICAO           PIC X(03)       VALUE "NAO".
       77 LIMITE-DEP-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-DEPTOS.
           02 DEPTO-ITEM OCCURS 100 TIMES.
              03 COD-DEPTO        PIC X(05).
              03 NUMEROS-DEPTO OCCURS 12 TIMES.
                 04 ABERT-DEP     PIC 9(05).
                 04 ADMIS-DEP     PIC 9(05).
                 04 DESLIG-DEP    PIC 9(05).
                 04 FECHA-DEP     PIC 9(05).
                 04 MESES-DEP     PIC 9(07).
                 04 QTD-TEMPO-DEP PIC 9(05).
      *    TOTAL DA EMPRESA, NO MESMO MOLDE.
       01 TAB-TOTAIS.
           02 NUMEROS-TOTAL OCCURS 12 TIMES.
              03 ABERT-TOT        PIC 9(05).
              03 ADMIS-TOT        PIC 9(05).
              03 DESLIG-TOT       PIC 9(05).
              03 FECHA-TOT        PIC 9(05).
              03 MESES-TOT        PIC 9(07).
              03 QTD-TEMPO-TOT    PIC 9(05).

      *    APOIOS DO CALCULO DE UMA LINHA (CENTRO DE CUSTO OU TOTAL).
       77 CALC-ABERT              PIC 9(05).
       77 CALC-ADMIS              PIC 9(05).
       77 CALC-DESLIG             PIC 9(05).
       77 CALC-FECHA              PIC 9(05).
       77 CALC-MESES              PIC 9(07).
       77 CALC-QTD-TEMPO          PIC 9(05).
       77 TAXA-CALC               PIC 9(04)V99.
       77 TEMPO-CALC              PIC 9(04)V9.
      *    TENDENCIA: TAXA MEDIA DOS 3 ULTIMOS MESES CONTRA A DOS 9
      *    ANTERIORES.
       77 SOMA-RECENTE            PIC 9(06)V99.
       77 SOMA-ANTERIOR           PIC 9(06)V99.
       77 MEDIA-RECENTE           PIC 9(04)V99.
       77 MEDIA-ANTERIOR          PIC 9(04)V99.
       77 FONTE-TOTAL             PIC X(03)       VALUE "NAO".

       01 LIN-TRACO.
           02 FILLER              PIC X(100)      VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(46)
              VALUE "QUADRO DE PESSOAL E ROTATIVIDADE - MES DE REF ".
           02 MES-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-CAB             PIC 9(04).
           02 FILLER              PIC X(09)       VALUE " - FONTE ".
           02 FONTE-CAB           PIC X(30).

       01 LIN-CAB2.
           02 FILLER              PIC X(40)
              VALUE "DEPTO   ABERTURA  ADMISSOES  DESLIGAM. ".
           02 FILLER              PIC X(40)
              VALUE " FECHAMENTO  ROTATIV.%  TEMPO MEDIO(M)".

       01 LIN-DET.
           02 COD-DET             PIC X(05).
           02 FILLER              PIC X(04)       VALUE SPACES.
           02 ABERT-DET           PIC ZZ.ZZ9.
           02 FILLER              PIC X(05)       VALUE SPACES.
           02 ADMIS-DET           PIC ZZ.ZZ9.
           02 FILLER              PIC X(05)       VALUE SPACES.
           02 DESLIG-DET          PIC ZZ.ZZ9.
           02 FILLER              PIC X(06)       VALUE SPACES.
           02 FECHA-DET           PIC ZZ.ZZ9.
           02 FILLER              PIC X(04)       VALUE SPACES.
           02 TAXA-DET            PIC Z.ZZ9,99.
           02 FILLER              PIC X(09)       VALUE SPACES.
           02 TEMPO-DET           PIC Z.ZZ9,9.

       01 LIN-TEND-CAB1.
           02 FILLER              PIC X(50)
              VALUE "TENDENCIA DA ROTATIVIDADE (%) - ULTIMOS 12 MESES".

       01 LIN-TEND-CAB2.
           02 FILLER              PIC X(06)       VALUE "DEPTO ".
           02 MES-TEND-CAB OCCURS 12 TIMES.
              03 FILLER           PIC X(01).
              03 MM-TEND-CAB      PIC 9(02).
              03 FILLER           PIC X(01).
              03 AA-TEND-CAB      PIC 9(02).
           02 FILLER              PIC X(11)       VALUE "  TENDENCIA".

       01 LIN-TEND.
           02 COD-TEND            PIC X(05).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 TAXA-TEND-ITEM OCCURS 12 TIMES.
              03 FILLER           PIC X(01).
              03 TAXA-TEND        PIC ZZ9,9.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MARCA-TEND          PIC X(09).

       01 LIN-FONTE.
           02 FILLER              PIC X(06)       VALUE "FONTE ".
           02 MES-FONTE           PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-FONTE           PIC 9(04).
           02 FILLER              PIC X(03)       VALUE " : ".
           02 ARQ-FONTE           PIC X(30).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CARREGA-GERACOES
           PERFORM APURA-MES
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-QUADRO
           PERFORM IMPRIME-TENDENCIA
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-ARQ (1:6) TO MES-REF.
           OPEN INPUT CADPTO.
           IF FS-CADPTO EQUAL "00"
               READ CADPTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MES-REF-PTO GREATER ZEROS
                           MOVE MES-REF-PTO TO MES-REF
                       END-IF
               END-READ
               CLOSE CADPTO.
           PERFORM MONTA-MESES.
           MOVE ZEROS TO TAB-TOTAIS.
           OPEN OUTPUT RELTOV
               OUTPUT CTL68.
           PERFORM VERIFICA-ABERTURA.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-RELTOV NOT EQUAL "00"
               MOVE "RELTOV.DAT" TO ERR-ARQUIVO
               MOVE FS-RELTOV    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL68 NOT EQUAL "00"
               MOVE "CTL68.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL68     TO ERR-STATUS
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

      *    OS 12 MESES TERMINADOS NO MES DE REFERENCIA, DO MAIS ANTIGO
      *    PARA O MAIS RECENTE.
       MONTA-MESES.
           MOVE MES-REF TO ANOMES-AUX.
           PERFORM VARIA-MONTA-MES
               VARYING SUB-MES FROM 12 BY -1
               UNTIL SUB-MES LESS 1.

       VARIA-MONTA-MES.
           MOVE ANOMES-AUX TO ANOMES-TAB (SUB-MES).
           IF MES-AM EQUAL 1
               MOVE 12 TO MES-AM
               SUBTRACT 1 FROM ANO-AM
           ELSE
               SUBTRACT 1 FROM MES-AM.

      *    O CATALOGO DO EX25 E CRONOLOGICO; SO AS GERACOES DO CADFUN
      *    INTERESSAM. SEM O CATALOGO TODOS OS MESES USAM O CADFUN.
       CARREGA-GERACOES.
           MOVE ZEROS TO CONT-GER.
           MOVE "NAO" TO FIM-GER.
           OPEN INPUT CADGER.
           IF FS-CADGER EQUAL "00"
               PERFORM LE-CADGER
               PERFORM GUARDA-GERACAO
                   UNTIL FIM-GER EQUAL "SIM"
               CLOSE CADGER.

       LE-CADGER.
           READ CADGER
               AT END
                   MOVE "SIM" TO FIM-GER
           END-READ.

       GUARDA-GERACAO.
           IF MESTRE-GER EQUAL "CADFUN"
               IF CONT-GER LESS 100
                   ADD 1 TO CONT-GER
                   MOVE DATA-GER TO DATA-GER-TAB (CONT-GER)
               ELSE
                   IF LIMITE-GER-LOGADO EQUAL "NAO"
                       MOVE "CADGER.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-GER-LOGADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CADGER.

      *    APURA UM MES: ESCOLHE O CADASTRO DO FIM DO MES E CLASSIFICA
      *    CADA FUNCIONARIO PELAS DATAS DE ADMISSAO E DESLIGAMENTO.
       APURA-MES.
           MOVE ANOMES-TAB (SUB-MES) TO ANOMES-AUX.
           COMPUTE PRIMEIRO-DIA = ANOMES-AUX * 100 + 1.
           COMPUTE ULTIMO-DIA   = ANOMES-AUX * 100 + 31.
           PERFORM ESCOLHE-FONTE.
           MOVE WS-NOME-BKPFUN TO FONTE-TAB (SUB-MES).
           MOVE "NAO" TO FIM-FUN.
           OPEN INPUT BKPFUN.
      *    GERACAO CATALOGADA MAS JA AUSENTE DO DISCO: VALE O CADFUN.
           IF FS-BKPFUN NOT EQUAL "00"
              AND FONTE-TOTAL EQUAL "NAO"
               MOVE "CADFUN.DAT" TO WS-NOME-BKPFUN
               MOVE WS-NOME-BKPFUN TO FONTE-TAB (SUB-MES)
               OPEN INPUT BKPFUN.
           IF FS-BKPFUN NOT EQUAL "00"
               MOVE "CADFUN.DAT" TO ERR-ARQUIVO
               MOVE FS-BKPFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM LE-BKPFUN
               PERFORM CLASSIFICA-FUNCIONARIO
                   UNTIL FIM-FUN EQUAL "SIM"
               CLOSE BKPFUN
           END-IF.

      *    PRIMEIRA GERACAO GRAVADA DEPOIS DO ULTIMO DIA DO MES: O
      *    BACKUP DO EX25 E TIRADO NO INICIO DO LOTE, ANTES DA
      *    MANUTENCAO DO DIA. SEM ELA VALE O CADFUN ATUAL.
       ESCOLHE-FONTE.
           MOVE "CADFUN.DAT" TO WS-NOME-BKPFUN.
           MOVE "SIM" TO FONTE-TOTAL.
           PERFORM VARIA-ESCOLHE-FONTE
               VARYING SUB-GER FROM 1 BY 1
               UNTIL SUB-GER GREATER CONT-GER
                  OR FONTE-TOTAL EQUAL "NAO".

       VARIA-ESCOLHE-FONTE.
           IF DATA-GER-TAB (SUB-GER) GREATER ULTIMO-DIA
               MOVE SPACES TO WS-NOME-BKPFUN
               STRING "BKPFUN_" DELIMITED BY SIZE
                      DATA-GER-TAB (SUB-GER) DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-BKPFUN
               MOVE "NAO" TO FONTE-TOTAL.

       LE-BKPFUN.
           READ BKPFUN
               AT END
                   MOVE "SIM" TO FIM-FUN
           END-READ.

      *    DATA ZERADA (OU AUSENTE NUMA GERACAO ANTIGA) E "SEM DATA":
      *    ADMISSAO SEM DATA CONTA COMO ANTERIOR A QUALQUER MES E
      *    FICA FORA DO TEMPO MEDIO; DESLIGAMENTO SEM DATA E ATIVO.
       CLASSIFICA-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS.
           MOVE ZEROS TO DATA-ADM DATA-DESL.
           IF DT-ADMISSAO-FUN NUMERIC
               MOVE DT-ADMISSAO-FUN TO DATA-ADM.
           IF DT-DESLIG-FUN NUMERIC
               MOVE DT-DESLIG-FUN TO DATA-DESL.
           PERFORM PROCURA-DEPTO.
           IF DATA-ADM LESS PRIMEIRO-DIA
              AND (DATA-DESL EQUAL ZEROS
                OR DATA-DESL NOT LESS PRIMEIRO-DIA)
               ADD 1 TO ABERT-TOT (SUB-MES)
               IF ACHOU-DEP EQUAL "SIM"
                   ADD 1 TO ABERT-DEP (SUB-DEP, SUB-MES)
               END-IF
           END-IF.
           IF DATA-ADM NOT LESS PRIMEIRO-DIA
              AND DATA-ADM NOT GREATER ULTIMO-DIA
               ADD 1 TO ADMIS-TOT (SUB-MES)
               IF ACHOU-DEP EQUAL "SIM"
                   ADD 1 TO ADMIS-DEP (SUB-DEP, SUB-MES)
               END-IF
           END-IF.
           IF DATA-DESL NOT LESS PRIMEIRO-DIA
              AND DATA-DESL NOT GREATER ULTIMO-DIA
               ADD 1 TO DESLIG-TOT (SUB-MES)
               IF ACHOU-DEP EQUAL "SIM"
                   ADD 1 TO DESLIG-DEP (SUB-DEP, SUB-MES)
               END-IF
           END-IF.
           IF DATA-ADM NOT GREATER ULTIMO-DIA
              AND (DATA-DESL EQUAL ZEROS
                OR DATA-DESL GREATER ULTIMO-DIA)
               ADD 1 TO FECHA-TOT (SUB-MES)
               IF ACHOU-DEP EQUAL "SIM"
                   ADD 1 TO FECHA-DEP (SUB-DEP, SUB-MES)
               END-IF
               IF DATA-ADM GREATER ZEROS
                   PERFORM CALCULA-TEMPO-CASA
               END-IF
           END-IF.
           PERFORM LE-BKPFUN.

      *    MESES COMPLETOS DE CASA NO FIM DO MES: NO ULTIMO DIA TODO
      *    DIA DE ADMISSAO JA FOI ALCANCADO, ENTAO BASTA A DIFERENCA
      *    ENTRE OS MESES.
       CALCULA-TEMPO-CASA.
           MOVE DATA-ADM TO DATA-ADM-AUX.
           COMPUTE MESES-CASA = (ANO-AM - ANO-ADM) * 12
                              + MES-AM - MES-ADM.
           ADD MESES-CASA TO MESES-TOT (SUB-MES).
           ADD 1 TO QTD-TEMPO-TOT (SUB-MES).
           IF ACHOU-DEP EQUAL "SIM"
               ADD MESES-CASA TO MESES-DEP (SUB-DEP, SUB-MES)
               ADD 1 TO QTD-TEMPO-DEP (SUB-DEP, SUB-MES).

      *    LOCALIZA O CENTRO DE CUSTO NA TABELA, INCLUINDO-O NA SUA
      *    POSICAO (ORDEM CRESCENTE) QUANDO AINDA NAO EXISTE.
       PROCURA-DEPTO.
           MOVE "NAO" TO ACHOU-DEP.
           MOVE "NAO" TO ACHOU-POSICAO.
           PERFORM VARIA-PROCURA-DEPTO
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEP
                  OR ACHOU-POSICAO EQUAL "SIM".
           IF ACHOU-POSICAO EQUAL "SIM"
               SUBTRACT 1 FROM SUB-DEP.
           IF ACHOU-POSICAO EQUAL "SIM"
              AND COD-DEPTO (SUB-DEP) EQUAL DEP-FUN
               MOVE "SIM" TO ACHOU-DEP
           ELSE
               IF CONT-DEP LESS 100
                   PERFORM VARIA-DESLOCA-DEPTO
                       VARYING SUB-DESLOCA FROM CONT-DEP BY -1
                       UNTIL SUB-DESLOCA LESS SUB-DEP
                   ADD 1 TO CONT-DEP
                   MOVE ZEROS   TO DEPTO-ITEM (SUB-DEP)
                   MOVE DEP-FUN TO COD-DEPTO (SUB-DEP)
                   MOVE "SIM" TO ACHOU-DEP
               ELSE
                   IF LIMITE-DEP-LOGADO EQUAL "NAO"
                       MOVE "TAB-DEPTOS" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-DEP-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-DEPTO.
           IF COD-DEPTO (SUB-DEP) NOT LESS DEP-FUN
               MOVE "SIM" TO ACHOU-POSICAO.

       VARIA-DESLOCA-DEPTO.
           MOVE DEPTO-ITEM (SUB-DESLOCA)
               TO DEPTO-ITEM (SUB-DESLOCA + 1).

      *    QUADRO DO MES DE REFERENCIA (POSICAO 12 DA TABELA).
       IMPRIME-QUADRO.
           MOVE MES-REF TO ANOMES-AUX.
           MOVE MES-AM  TO MES-CAB.
           MOVE ANO-AM  TO ANO-CAB.
           MOVE FONTE-TAB (12) TO FONTE-CAB.
           MOVE LIN-CAB1 TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-CAB2 TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE 12 TO SUB-MES.
           PERFORM VARIA-IMPRIME-DEPTO
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEP.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           PERFORM CARREGA-CALC-TOTAL.
           MOVE "TOTAL" TO COD-DET.
           PERFORM MONTA-LINHA-DET.
           MOVE LIN-DET TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.

      *    CENTRO DE CUSTO SEM NINGUEM NO MES DE REFERENCIA (SO
      *    APARECE NO HISTORICO) FICA FORA DO QUADRO.
       VARIA-IMPRIME-DEPTO.
           PERFORM CARREGA-CALC-DEPTO.
           IF CALC-ABERT GREATER ZEROS
              OR CALC-ADMIS GREATER ZEROS
              OR CALC-DESLIG GREATER ZEROS
              OR CALC-FECHA GREATER ZEROS
               MOVE COD-DEPTO (SUB-DEP) TO COD-DET
               PERFORM MONTA-LINHA-DET
               MOVE LIN-DET TO LINHA-TOV
               WRITE LINHA-TOV.

       CARREGA-CALC-DEPTO.
           MOVE ABERT-DEP (SUB-DEP, SUB-MES)     TO CALC-ABERT.
           MOVE ADMIS-DEP (SUB-DEP, SUB-MES)     TO CALC-ADMIS.
           MOVE DESLIG-DEP (SUB-DEP, SUB-MES)    TO CALC-DESLIG.
           MOVE FECHA-DEP (SUB-DEP, SUB-MES)     TO CALC-FECHA.
           MOVE MESES-DEP (SUB-DEP, SUB-MES)     TO CALC-MESES.
           MOVE QTD-TEMPO-DEP (SUB-DEP, SUB-MES) TO CALC-QTD-TEMPO.

       CARREGA-CALC-TOTAL.
           MOVE ABERT-TOT (SUB-MES)     TO CALC-ABERT.
           MOVE ADMIS-TOT (SUB-MES)     TO CALC-ADMIS.
           MOVE DESLIG-TOT (SUB-MES)    TO CALC-DESLIG.
           MOVE FECHA-TOT (SUB-MES)     TO CALC-FECHA.
           MOVE MESES-TOT (SUB-MES)     TO CALC-MESES.
           MOVE QTD-TEMPO-TOT (SUB-MES) TO CALC-QTD-TEMPO.

       MONTA-LINHA-DET.
           PERFORM CALCULA-TAXA.
           MOVE ZEROS TO TEMPO-CALC.
           IF CALC-QTD-TEMPO GREATER ZEROS
               COMPUTE TEMPO-CALC ROUNDED =
                   CALC-MESES / CALC-QTD-TEMPO.
           MOVE CALC-ABERT  TO ABERT-DET.
           MOVE CALC-ADMIS  TO ADMIS-DET.
           MOVE CALC-DESLIG TO DESLIG-DET.
           MOVE CALC-FECHA  TO FECHA-DET.
           MOVE TAXA-CALC   TO TAXA-DET.
           MOVE TEMPO-CALC  TO TEMPO-DET.

      *    ((ADMISSOES + DESLIGAMENTOS) / 2) / ((ABERTURA + FECHAMENTO)
      *    / 2) * 100; SEM QUADRO NO MES A TAXA E ZERO.
       CALCULA-TAXA.
           MOVE ZEROS TO TAXA-CALC.
           IF CALC-ABERT + CALC-FECHA GREATER ZEROS
               COMPUTE TAXA-CALC ROUNDED =
                   (CALC-ADMIS + CALC-DESLIG) * 100
                   / (CALC-ABERT + CALC-FECHA)
                   ON SIZE ERROR
                       MOVE 9999,99 TO TAXA-CALC
               END-COMPUTE.

      *    TENDENCIA: A TAXA DE CADA UM DOS 12 MESES POR CENTRO DE
      *    CUSTO E DA EMPRESA, E A FONTE USADA EM CADA MES. A MEDIA DOS
      *    3 ULTIMOS MESES ACIMA DA MEDIA DOS 9 ANTERIORES MARCA O
      *    CENTRO DE CUSTO COMO "EM ALTA".
       IMPRIME-TENDENCIA.
           MOVE LIN-TEND-CAB1 TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           PERFORM VARIA-MONTA-CAB-TEND
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12.
           MOVE LIN-TEND-CAB2 TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           PERFORM VARIA-IMPRIME-TEND-DEPTO
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEP.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE SPACES  TO LIN-TEND.
           MOVE "TOTAL" TO COD-TEND.
           MOVE ZEROS TO SOMA-RECENTE SOMA-ANTERIOR.
           PERFORM VARIA-TAXA-TOTAL
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12.
           PERFORM MARCA-TENDENCIA.
           MOVE LIN-TEND TO LINHA-TOV
           WRITE LINHA-TOV.
           MOVE LIN-TRACO TO LINHA-TOV
           WRITE LINHA-TOV.
           PERFORM VARIA-IMPRIME-FONTE
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12.

       VARIA-MONTA-CAB-TEND.
           MOVE ANOMES-TAB (SUB-MES) TO ANOMES-AUX.
           MOVE SPACES TO MES-TEND-CAB (SUB-MES).
           MOVE MES-AM TO MM-TEND-CAB (SUB-MES).
           MOVE "/" TO MES-TEND-CAB (SUB-MES) (4:1).
           MOVE ANO-AM (3:2) TO AA-TEND-CAB (SUB-MES).

       VARIA-IMPRIME-TEND-DEPTO.
           MOVE SPACES TO LIN-TEND.
           MOVE COD-DEPTO (SUB-DEP) TO COD-TEND.
           MOVE ZEROS TO SOMA-RECENTE SOMA-ANTERIOR.
           PERFORM VARIA-TAXA-DEPTO
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12.
           PERFORM MARCA-TENDENCIA.
           MOVE LIN-TEND TO LINHA-TOV
           WRITE LINHA-TOV.

       VARIA-TAXA-DEPTO.
           PERFORM CARREGA-CALC-DEPTO.
           PERFORM GUARDA-TAXA-TEND.

       VARIA-TAXA-TOTAL.
           PERFORM CARREGA-CALC-TOTAL.
           PERFORM GUARDA-TAXA-TEND.

       GUARDA-TAXA-TEND.
           PERFORM CALCULA-TAXA.
           MOVE TAXA-CALC TO TAXA-TEND (SUB-MES).
           IF SUB-MES GREATER 9
               ADD TAXA-CALC TO SOMA-RECENTE
           ELSE
               ADD TAXA-CALC TO SOMA-ANTERIOR.

       MARCA-TENDENCIA.
           COMPUTE MEDIA-RECENTE ROUNDED  = SOMA-RECENTE / 3.
           COMPUTE MEDIA-ANTERIOR ROUNDED = SOMA-ANTERIOR / 9.
           IF MEDIA-RECENTE GREATER MEDIA-ANTERIOR
               MOVE "EM ALTA"  TO MARCA-TEND
           ELSE
               MOVE SPACES     TO MARCA-TEND.

       VARIA-IMPRIME-FONTE.
           MOVE ANOMES-TAB (SUB-MES) TO ANOMES-AUX.
           MOVE MES-AM TO MES-FONTE.
           MOVE ANO-AM TO ANO-FONTE.
           MOVE FONTE-TAB (SUB-MES) TO ARQ-FONTE.
           MOVE LIN-FONTE TO LINHA-TOV
           WRITE LINHA-TOV.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS      TO QTD-LIDOS-CTL.
           MOVE CONT-DEP        TO QTD-DEPTOS-CTL.
           MOVE FECHA-TOT (12)  TO QTD-FECHAMENTO-CTL.
           WRITE REG-CTL68.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE RELTOV
                 CTL68.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
