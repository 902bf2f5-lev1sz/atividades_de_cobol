       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX62.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       POSICAO MENSAL DOS DESCONTOS POR FUNCIONARIO.
      *               EXECUTADO PELO JOB MESTRE NO ULTIMO DIA UTIL DO
      *               MES, DEPOIS DO EX34, LISTA NO RELDEF CADA
      *               EMPRESTIMO E PENSAO DO CADDEF COM O NOME DO
      *               FUNCIONARIO (CADFUN), A PARCELA OU PERCENTUAL,
      *               PARCELAS PAGAS, SALDO DEVEDOR, O VALOR COBRADO
      *               NO MES E A SITUACAO. EMPRESTIMO ATIVO SEM
      *               COBRANCA NO MES SAI COMO "SEM MARGEM". NO FIM,
      *               OS TOTAIS POR TIPO.
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
           SELECT CADDEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DEF
           FILE STATUS IS FS-CADDEF.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT RELDEF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDEF.
           SELECT CTL62 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL62.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT MANTIDO PELO EX15.
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

      *    MESMO LAYOUT MANTIDO PELO EX61 E COBRADO PELO EX34.
       FD CADDEF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEF.DAT".

       01 REG-DEF.
           02 CHAVE-DEF.
              03 COD-DEF          PIC 9(05).
              03 SEQ-DEF          PIC 9(02).
           02 TIPO-DEF            PIC X(01).
           02 DESCR-DEF           PIC X(20).
           02 VALOR-PARC-DEF      PIC 9(07)V99.
           02 QTD-PARC-DEF        PIC 9(03).
           02 PARC-PAGAS-DEF      PIC 9(03).
           02 SALDO-DEF           PIC 9(09)V99.
           02 PERC-DEF            PIC 9(03)V99.
           02 BANCO-BEN-DEF       PIC 9(03).
           02 AGENCIA-BEN-DEF     PIC 9(04).
           02 CONTA-BEN-DEF       PIC 9(10).
           02 SITUACAO-DEF        PIC X(01).
           02 ULT-DATA-DEF        PIC 9(08).
           02 ULT-VALOR-DEF       PIC 9(07)V99.
           02 ULT-SIT-DEF         PIC X(01).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       FD RELDEF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELDEF.DAT".

       01 LINHA-DEF               PIC X(100).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL62
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL62.DAT".

       01 REG-CTL62.
           02 QTD-EMP-CTL         PIC 9(07).
           02 QTD-PEN-CTL         PIC 9(07).
           02 SOMA-SALDOS-CTL     PIC 9(11)V99.
           02 SOMA-COBRADO-CTL    PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADDEF               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELDEF               PIC X(02).
       77 FS-CTL62                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 ANOMES-PROC             PIC 9(06).
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 FIM-DEF                 PIC X(03)       VALUE "NAO".
       77 TEM-CADDEF              PIC X(03)       VALUE "NAO".
       77 COBRADO-MES             PIC 9(07)V99.
       77 CONT-EMP                PIC 9(07)       VALUE ZEROS.
       77 CONT-PEN                PIC 9(07)       VALUE ZEROS.
       77 CONT-SEM-MARGEM         PIC 9(07)       VALUE ZEROS.
       77 SOMA-SALDOS             PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-PARCELAS           PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-PENSOES            PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX62".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 DATA-CAB-AUX            PIC 9(08).
       01 DATA-CAB-DESM REDEFINES DATA-CAB-AUX.
           02 ANO-AUX             PIC 9(04).
           02 MES-AUX             PIC 9(02).
           02 DIA-AUX             PIC 9(02).

       01 LIN-TRACO.
           02 FILLER              PIC X(100)      VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(40)
              VALUE "DESCONTOS POR FUNCIONARIO - POSICAO EM ".
           02 DIA-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 MES-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-CAB             PIC 9(04).

       01 LIN-CAB2.
           02 FILLER              PIC X(42)
              VALUE "CODIGO   NOME            T CREDOR/BENEFIC.".
           02 FILLER              PIC X(20)
              VALUE "  PARC/PERC   PAGAS ".
           02 FILLER              PIC X(38)
              VALUE "       SALDO    COBRADO SITUACAO".

       01 LIN-DET.
           02 COD-DET             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE "-".
           02 SEQ-DET             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 NOME-DET            PIC X(15).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 TIPO-DET            PIC X(01).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DESCR-DET           PIC X(15).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 PARC-DET            PIC ZZZ.ZZ9,99.
           02 PERC-DET REDEFINES PARC-DET PIC ZZZZZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 PAGAS-DET           PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER              PIC X(01)       VALUE "/".
           02 QTD-DET             PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 SALDO-DET           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 COBRADO-DET         PIC ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 SITUACAO-DET        PIC X(12).

       01 LIN-RES.
           02 TEXTO-RES           PIC X(40).
           02 VALOR-RES           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-CABECALHO
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
          AND TEM-CADDEF EQUAL "SIM"
           PERFORM AVANCA-CADFUN
           PERFORM LE-PROXIMO-DEF
           PERFORM LISTA-DESCONTO
               UNTIL FIM-DEF EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-TOTAIS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-ARQ (1:6) TO ANOMES-PROC.
           OPEN INPUT CADFUN
               OUTPUT RELDEF
               OUTPUT CTL62.
      *    SEM O CADDEF (NENHUM DESCONTO CADASTRADO AINDA) O RELATORIO
      *    SAI SO COM O CABECALHO E OS TOTAIS ZERADOS.
           OPEN INPUT CADDEF.
           IF FS-CADDEF EQUAL "00"
               MOVE "SIM" TO TEM-CADDEF
           ELSE
               IF FS-CADDEF EQUAL "35"
                   MOVE "00" TO FS-CADDEF
               END-IF
           END-IF.
           PERFORM VERIFICA-ABERTURA.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADFUN NOT EQUAL "00"
               MOVE "CADFUN.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFUN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADDEF NOT EQUAL "00"
               MOVE "CADDEF.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDEF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELDEF NOT EQUAL "00"
               MOVE "RELDEF.DAT" TO ERR-ARQUIVO
               MOVE FS-RELDEF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL62 NOT EQUAL "00"
               MOVE "CTL62.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL62     TO ERR-STATUS
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

       IMPRIME-CABECALHO.
           MOVE WS-DATA-ARQ TO DATA-CAB-AUX.
           MOVE DIA-AUX     TO DIA-CAB.
           MOVE MES-AUX     TO MES-CAB.
           MOVE ANO-AUX     TO ANO-CAB.
           MOVE LIN-CAB1 TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE LIN-TRACO TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE LIN-CAB2 TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE LIN-TRACO TO LINHA-DEF
           WRITE LINHA-DEF.

       AVANCA-CADFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-FUN
                   MOVE 99999 TO COD-FUN
           END-READ.

       LE-PROXIMO-DEF.
           READ CADDEF NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-DEF
           END-READ.

      *    O CADFUN E O CADDEF ESTAO AMBOS EM ORDEM DE CODIGO: O
      *    CADFUN AVANCA ATE ALCANCAR O CODIGO DO DESCONTO PARA
      *    FORNECER O NOME.
       LISTA-DESCONTO.
           PERFORM AVANCA-CADFUN
               UNTIL COD-FUN NOT LESS COD-DEF.
           MOVE COD-DEF   TO COD-DET.
           MOVE SEQ-DEF   TO SEQ-DET.
           IF COD-FUN EQUAL COD-DEF
               MOVE NOME-FUN TO NOME-DET
           ELSE
               MOVE "NAO CADASTRADO" TO NOME-DET.
           MOVE TIPO-DEF  TO TIPO-DET.
           MOVE DESCR-DEF TO DESCR-DET.
           MOVE ZEROS TO COBRADO-MES.
           IF ULT-DATA-DEF (1:6) EQUAL ANOMES-PROC
               MOVE ULT-VALOR-DEF TO COBRADO-MES.
           MOVE COBRADO-MES TO COBRADO-DET.
           EVALUATE SITUACAO-DEF
               WHEN "A"
                   MOVE "ATIVO"    TO SITUACAO-DET
               WHEN "S"
                   MOVE "SUSPENSO" TO SITUACAO-DET
               WHEN OTHER
                   MOVE "QUITADO"  TO SITUACAO-DET
           END-EVALUATE.
           IF TIPO-DEF EQUAL "P"
               MOVE PERC-DEF TO PERC-DET
               MOVE ZEROS TO PAGAS-DET QTD-DET SALDO-DET
               ADD 1 TO CONT-PEN
               ADD COBRADO-MES TO SOMA-PENSOES
           ELSE
               MOVE VALOR-PARC-DEF TO PARC-DET
               MOVE PARC-PAGAS-DEF TO PAGAS-DET
               MOVE QTD-PARC-DEF   TO QTD-DET
               MOVE SALDO-DEF      TO SALDO-DET
               ADD 1 TO CONT-EMP
               ADD SALDO-DEF   TO SOMA-SALDOS
               ADD COBRADO-MES TO SOMA-PARCELAS
               IF SITUACAO-DEF EQUAL "A"
                  AND COBRADO-MES EQUAL ZEROS
                   MOVE "SEM MARGEM" TO SITUACAO-DET
                   ADD 1 TO CONT-SEM-MARGEM
               END-IF
           END-IF.
           MOVE LIN-DET TO LINHA-DEF.
           WRITE LINHA-DEF.
           PERFORM LE-PROXIMO-DEF.

       IMPRIME-TOTAIS.
           MOVE LIN-TRACO TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "EMPRESTIMOS CADASTRADOS" TO TEXTO-RES.
           MOVE CONT-EMP TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "EMPRESTIMOS SEM MARGEM NO MES" TO TEXTO-RES.
           MOVE CONT-SEM-MARGEM TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "PARCELAS COBRADAS NO MES" TO TEXTO-RES.
           MOVE SOMA-PARCELAS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "SALDO DEVEDOR TOTAL" TO TEXTO-RES.
           MOVE SOMA-SALDOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "PENSOES CADASTRADAS" TO TEXTO-RES.
           MOVE CONT-PEN TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.
           MOVE "PENSOES COBRADAS NO MES" TO TEXTO-RES.
           MOVE SOMA-PENSOES TO VALOR-RES.
           MOVE LIN-RES TO LINHA-DEF
           WRITE LINHA-DEF.

       GERA-RELATORIO-CTL.
           MOVE CONT-EMP    TO QTD-EMP-CTL.
           MOVE CONT-PEN    TO QTD-PEN-CTL.
           MOVE SOMA-SALDOS TO SOMA-SALDOS-CTL.
           COMPUTE SOMA-COBRADO-CTL = SOMA-PARCELAS + SOMA-PENSOES.
           WRITE REG-CTL62.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           IF TEM-CADDEF EQUAL "SIM"
               CLOSE CADDEF.
           CLOSE CADFUN
                 RELDEF
                 CTL62.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
