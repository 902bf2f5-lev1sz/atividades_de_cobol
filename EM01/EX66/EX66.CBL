       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX66.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONCILIACAO DO RETORNO BANCARIO DAS REMESSAS DE
      *               CREDITO SALARIAL. PARA A REMESSA A CONCILIAR (A
      *               DATA DO PARAMETRO CADDRT QUANDO PRESENTE, SENAO A
      *               ULTIMA REMESSA REMBCO ANTERIOR A DATA DE
      *               PROCESSAMENTO NO INVENTARIO CADRMI GRAVADO PELO
      *               EX36), LE POR BANCO A REMESSA REMBCO_BBB_DATA E O
      *               RETORNO DO BANCO RETBCO_BBB_DATA, CASA CADA
      *               OCORRENCIA DO RETORNO COM O CREDITO REMETIDO PELO
      *               CODIGO DO FUNCIONARIO E PELO VALOR, E GRAVA O
      *               RELRTB COM OS CONFIRMADOS, OS REJEITADOS COM O
      *               MOTIVO DO BANCO E OS QUE NUNCA TIVERAM RETORNO.
      *               O CREDITO REJEITADO ENTRA NO CADASTRO DE
      *               PAGAMENTOS PENDENTES CADPPG, DE ONDE O EX36 O
      *               REENVIA NA PROXIMA REMESSA DEPOIS QUE O EX15
      *               CORRIGIR OS DADOS BANCARIOS; O REENVIO CONFIRMADO
      *               NUM RETORNO SEGUINTE BAIXA O PENDENTE. OS
      *               PENDENTES EM ABERTO SAO GRAVADOS TAMBEM EM
      *               REJPAG, ACOMPANHADO PELO REGISTRO DE
      *               ENVELHECIMENTO DO EX46.
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
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
      *    DATA DA REMESSA A CONCILIAR, PARA RECONCILIAR UMA REMESSA
      *    ANTIGA CUJO RETORNO CHEGOU ATRASADO (OPCIONAL).
           SELECT CADDRT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDRT.
      *    INVENTARIO DAS REMESSAS GERADAS PELO EX36.
           SELECT CADRMI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRMI.
      *    REMESSA E RETORNO DO BANCO CORRENTE; OS NOMES SAO MONTADOS
      *    POR BANCO.
           SELECT REMBCO ASSIGN TO WS-NOME-REMBCO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMBCO.
           SELECT RETBCO ASSIGN TO WS-NOME-RETBCO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETBCO.
      *    PAGAMENTOS PENDENTES, REGRAVADO A CADA EXECUCAO.
           SELECT CADPPG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPPG.
           SELECT REJPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJPAG.
           SELECT RELRTB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRTB.
           SELECT CTL66 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL66.

       DATA DIVISION.
       FILE SECTION.
       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       FD CADDRT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDRT.DAT".

       01 REG-DRT.
           02 DATA-REM-DRT        PIC 9(08).

      *    MESMO LAYOUT GRAVADO PELO EX36: UMA LINHA POR REMESSA.
       FD CADRMI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMI.DAT".

       01 REG-RMI.
           02 DATA-RMI            PIC 9(08).
           02 PREFIXO-RMI         PIC X(07).
           02 BANCO-RMI           PIC 9(03).
           02 QTD-RMI             PIC 9(07).
           02 TOTAL-RMI           PIC 9(11)V99.

      *    MESMO LAYOUT GRAVADO PELO EX36.
       FD REMBCO
           LABEL RECORD ARE STANDARD.

       01 REG-REM-H.
           02 TIPO-REM-H          PIC X(01).
           02 BANCO-REM-H         PIC 9(03).
           02 DATA-REM-H          PIC 9(08).
           02 PROG-REM-H          PIC X(08).
       01 REG-REM-C.
           02 TIPO-REM-C          PIC X(01).
           02 AGENCIA-REM-C       PIC 9(04).
           02 CONTA-REM-C         PIC 9(10).
           02 COD-REM-C           PIC 9(05).
           02 NOME-REM-C          PIC X(20).
           02 VALOR-REM-C         PIC 9(07)V99.
       01 REG-REM-T.
           02 TIPO-REM-T          PIC X(01).
           02 QTD-REM-T           PIC 9(07).
           02 TOTAL-REM-T         PIC 9(11)V99.

      *    RETORNO DO BANCO: REGISTRO TIPO "0" DE CABECALHO (BANCO,
      *    DATA DA REMESSA RESPONDIDA E DATA DO RETORNO), TIPO "1" POR
      *    CREDITO REMETIDO COM A OCORRENCIA ("00" = CREDITADO, OUTRO
      *    CODIGO = REJEITADO) E O MOTIVO, E TIPO "9" DE TRAILER.
       FD RETBCO
           LABEL RECORD ARE STANDARD.

       01 REG-RET-H.
           02 TIPO-RET-H          PIC X(01).
           02 BANCO-RET-H         PIC 9(03).
           02 DATA-REM-RET-H      PIC 9(08).
           02 DATA-RET-H          PIC 9(08).
       01 REG-RET-C.
           02 TIPO-RET-C          PIC X(01).
           02 AGENCIA-RET-C       PIC 9(04).
           02 CONTA-RET-C         PIC 9(10).
           02 COD-RET-C           PIC 9(05).
           02 NOME-RET-C          PIC X(20).
           02 VALOR-RET-C         PIC 9(07)V99.
           02 OCORR-RET-C         PIC X(02).
           02 MOTIVO-RET-C        PIC X(30).
       01 REG-RET-T.
           02 TIPO-RET-T          PIC X(01).
           02 QTD-RET-T           PIC 9(07).
           02 TOTAL-RET-T         PIC 9(11)V99.

      *    PAGAMENTO PENDENTE: O CREDITO REJEITADO COM OS DADOS
      *    BANCARIOS QUE O BANCO RECUSOU. SITUACAO "ABERTO" AGUARDA A
      *    CORRECAO NO EX15; "REENV" FOI REENVIADO PELO EX36 NA DATA
      *    DE REENVIO; "PAGO" TEVE O REENVIO CONFIRMADO PELO BANCO.
       FD CADPPG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPPG.DAT".

       01 REG-PPG.
           02 COD-PPG             PIC 9(05).
           02 NOME-PPG            PIC X(20).
           02 VALOR-PPG           PIC 9(07)V99.
           02 DATA-REM-PPG        PIC 9(08).
           02 BANCO-PPG           PIC 9(03).
           02 AGENCIA-PPG         PIC 9(04).
           02 CONTA-PPG           PIC 9(10).
           02 OCORR-PPG           PIC X(02).
           02 MOTIVO-PPG          PIC X(30).
           02 SITUACAO-PPG        PIC X(06).
           02 DATA-REENV-PPG      PIC 9(08).
           02 DATA-BAIXA-PPG      PIC 9(08).

      *    PENDENTES EM ABERTO, RECRIADO A CADA EXECUCAO PARA O EX46.
       FD REJPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJPAG.DAT".

       01 REG-REJP.
           02 COD-REJP            PIC 9(05).
           02 NOME-REJP           PIC X(20).
           02 VALOR-REJP          PIC 9(07)V99.
           02 DATA-REM-REJP       PIC 9(08).
           02 BANCO-REJP          PIC 9(03).
           02 OCORR-REJP          PIC X(02).
           02 SITUACAO-REJP       PIC X(06).

      *    RELATORIO DA CONCILIACAO, EM IMAGEM DE IMPRESSAO.
       FD RELRTB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELRTB.DAT".

       01 LINHA-REL               PIC X(110).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL66
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL66.DAT".

       01 REG-CTL66.
           02 QTD-REMETIDOS-CTL   PIC 9(07).
           02 QTD-CONFIRMADOS-CTL PIC 9(07).
           02 QTD-REJEITADOS-CTL  PIC 9(07).
           02 QTD-SEM-RETORNO-CTL PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADDAT               PIC X(02).
       77 FS-CADDRT               PIC X(02).
       77 FS-CADRMI               PIC X(02).
       77 FS-REMBCO               PIC X(02).
       77 FS-RETBCO               PIC X(02).
       77 FS-CADPPG               PIC X(02).
       77 FS-REJPAG               PIC X(02).
       77 FS-RELRTB               PIC X(02).
       77 FS-CTL66                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-REMBCO          PIC X(30).
       77 WS-NOME-RETBCO          PIC X(30).
      *    DATA DA REMESSA CONCILIADA (ZEROS = NENHUMA A CONCILIAR).
       77 DATA-CONC               PIC 9(08)       VALUE ZEROS.
       77 FIM-RET                 PIC X(03)       VALUE "NAO".
       77 TRL-VISTO               PIC X(03)       VALUE "NAO".
       77 RET-VALIDO              PIC X(03)       VALUE "NAO".
       77 TEM-SEM-REMESSA         PIC X(03)       VALUE "NAO".
       77 QTD-LIDA-RET            PIC 9(07)       VALUE ZEROS.
       77 SOMA-LIDA-RET           PIC 9(11)V99    VALUE ZEROS.
      *    BANCOS COM REMESSA NA DATA CONCILIADA.
       77 CONT-BANCOS             PIC 9(02)       VALUE ZEROS.
       77 SUB-BCO                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-BCO               PIC X(03)       VALUE "NAO".
       77 LIMITE-BCO-LOGADO       PIC X(03)       VALUE "NAO".
       77 BANCO-CORRENTE          PIC 9(03)       VALUE ZEROS.
       01 TAB-BANCOS.
           02 COD-BANCO           PIC 9(03)       OCCURS 20 TIMES.
      *    CREDITOS DA REMESSA DO BANCO CORRENTE. SITUACAO-CRED: ESPACO
      *    AINDA SEM RETORNO, "C" CONFIRMADO, "R" REJEITADO.
       77 CONT-CRED               PIC 9(03)       VALUE ZEROS.
       77 SUB-CRED                PIC 9(03)       VALUE ZEROS.
       77 ACHOU-CRED              PIC X(03)       VALUE "NAO".
       77 LIMITE-CRED-LOGADO      PIC X(03)       VALUE "NAO".
       01 TAB-CREDITOS.
           02 CREDITO-ITEM OCCURS 999 TIMES.
              03 COD-CRED          PIC 9(05).
              03 NOME-CRED         PIC X(20).
              03 AGENCIA-CRED      PIC 9(04).
              03 CONTA-CRED        PIC 9(10).
              03 VALOR-CRED        PIC 9(07)V99.
              03 SITUACAO-CRED     PIC X(01).
              03 OCORR-CRED        PIC X(02).
              03 MOTIVO-CRED       PIC X(30).
      *    CADASTRO DE PENDENTES EM MEMORIA.
       77 CONT-PEND               PIC 9(03)       VALUE ZEROS.
       77 SUB-PEND                PIC 9(03)       VALUE ZEROS.
       77 ACHOU-PEND              PIC X(03)       VALUE "NAO".
       77 LIMITE-PEND-LOGADO      PIC X(03)       VALUE "NAO".
       01 TAB-PENDENTES.
           02 PENDENTE-ITEM OCCURS 999 TIMES.
              03 COD-PEND          PIC 9(05).
              03 NOME-PEND         PIC X(20).
              03 VALOR-PEND        PIC 9(07)V99.
              03 DATA-REM-PEND     PIC 9(08).
              03 BANCO-PEND        PIC 9(03).
              03 AGENCIA-PEND      PIC 9(04).
              03 CONTA-PEND        PIC 9(10).
              03 OCORR-PEND        PIC X(02).
              03 MOTIVO-PEND       PIC X(30).
              03 SITUACAO-PEND     PIC X(06).
              03 DATA-REENV-PEND   PIC 9(08).
              03 DATA-BAIXA-PEND   PIC 9(08).
      *    CONTADORES DO BANCO CORRENTE E DA EXECUCAO.
       77 QTD-REM-BCO             PIC 9(07)       VALUE ZEROS.
       77 SOMA-REM-BCO            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-CONF-BCO            PIC 9(07)       VALUE ZEROS.
       77 SOMA-CONF-BCO           PIC 9(11)V99    VALUE ZEROS.
       77 QTD-REJ-BCO             PIC 9(07)       VALUE ZEROS.
       77 SOMA-REJ-BCO            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-SRT-BCO             PIC 9(07)       VALUE ZEROS.
       77 SOMA-SRT-BCO            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-SRM-BCO             PIC 9(07)       VALUE ZEROS.
       77 SOMA-SRM-BCO            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-REM-TOT             PIC 9(07)       VALUE ZEROS.
       77 SOMA-REM-TOT            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-CONF-TOT            PIC 9(07)       VALUE ZEROS.
       77 SOMA-CONF-TOT           PIC 9(11)V99    VALUE ZEROS.
       77 QTD-REJ-TOT             PIC 9(07)       VALUE ZEROS.
       77 SOMA-REJ-TOT            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-SRT-TOT             PIC 9(07)       VALUE ZEROS.
       77 SOMA-SRT-TOT            PIC 9(11)V99    VALUE ZEROS.
       77 QTD-SRM-TOT             PIC 9(07)       VALUE ZEROS.
       77 SOMA-SRM-TOT            PIC 9(11)V99    VALUE ZEROS.
       77 CONT-NOVOS-PEND         PIC 9(05)       VALUE ZEROS.
       77 CONT-BAIXADOS           PIC 9(05)       VALUE ZEROS.
       77 CONT-ABERTOS            PIC 9(05)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX66".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-CAB.
           02 FILLER              PIC X(46)       VALUE
              "CONCILIACAO DO RETORNO BANCARIO - REMESSA DE ".
           02 DATA-CAB            PIC 9(08).

       01 LIN-BCO.
           02 FILLER              PIC X(06)       VALUE "BANCO ".
           02 BANCO-IMP           PIC 9(03).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 ARQ-REM-IMP         PIC X(30).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 ARQ-RET-IMP         PIC X(30).

       01 LIN-CRED.
           02 FILLER              PIC X(03)       VALUE SPACES.
           02 SITUACAO-IMP        PIC X(12).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 COD-IMP             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-IMP            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 AGENCIA-IMP         PIC 9(04).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 CONTA-IMP           PIC 9(10).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-IMP           PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 OCORR-IMP           PIC X(02).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MOTIVO-IMP          PIC X(30).

       01 LIN-RES.
           02 FILLER              PIC X(03)       VALUE SPACES.
           02 TEXTO-RES           PIC X(26).
           02 QTD-RES             PIC ZZZZZZ9.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-RES           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-QTD.
           02 FILLER              PIC X(03)       VALUE SPACES.
           02 TEXTO-QTD           PIC X(26).
           02 QTD-QTD             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-DATA-REMESSA
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CARREGA-PENDENTES
           PERFORM IMPRIME-CABECALHO
           PERFORM CONCILIA-BANCO
               VARYING SUB-BCO FROM 1 BY 1
               UNTIL SUB-BCO GREATER CONT-BANCOS
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REGRAVA-PENDENTES
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM IMPRIME-TOTAIS
           PERFORM GERA-RELATORIO-CTL
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           OPEN OUTPUT RELRTB
               OUTPUT CTL66.
           PERFORM VERIFICA-ABERTURA.

       VERIFICA-ABERTURA.
           IF FS-RELRTB NOT EQUAL "00"
               MOVE "RELRTB.DAT" TO ERR-ARQUIVO
               MOVE FS-RELRTB    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL66 NOT EQUAL "00"
               MOVE "CTL66.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL66     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

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

      *    A REMESSA CONCILIADA E A DO CADDRT QUANDO INFORMADA; SENAO
      *    A ULTIMA REMESSA DE SALARIOS DO INVENTARIO ANTERIOR A DATA
      *    DE PROCESSAMENTO (O RETORNO CHEGA NO DIA SEGUINTE AO ENVIO).
      *    SEM INVENTARIO NAO HA REMESSA ALGUMA PARA CONCILIAR.
       LE-DATA-REMESSA.
           MOVE ZEROS TO DATA-CONC.
           OPEN INPUT CADDRT.
           IF FS-CADDRT EQUAL "00"
               READ CADDRT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATA-REM-DRT TO DATA-CONC
               END-READ
               CLOSE CADDRT.
           OPEN INPUT CADRMI.
           IF FS-CADRMI NOT EQUAL "00"
               MOVE "CADRMI.DAT" TO ERR-ARQUIVO
               MOVE FS-CADRMI    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               IF DATA-CONC EQUAL ZEROS
                   PERFORM PROCURA-ULTIMA-REMESSA
                       UNTIL FS-CADRMI NOT EQUAL "00"
                   CLOSE CADRMI
                   OPEN INPUT CADRMI
               END-IF
               PERFORM LEVANTA-BANCO-RMI
                   UNTIL FS-CADRMI NOT EQUAL "00"
               CLOSE CADRMI
           END-IF.

       PROCURA-ULTIMA-REMESSA.
           READ CADRMI
               AT END
                   MOVE "10" TO FS-CADRMI
               NOT AT END
                   IF PREFIXO-RMI EQUAL "REMBCO_"
                      AND DATA-RMI LESS WS-DATA-ARQ
                      AND DATA-RMI GREATER DATA-CONC
                       MOVE DATA-RMI TO DATA-CONC
                   END-IF
           END-READ.

      *    UMA REEXECUCAO DO EX36 NO MESMO DIA REPETE AS LINHAS DO
      *    INVENTARIO; CADA BANCO ENTRA UMA VEZ SO NA TABELA.
       LEVANTA-BANCO-RMI.
           READ CADRMI
               AT END
                   MOVE "10" TO FS-CADRMI
               NOT AT END
                   IF PREFIXO-RMI EQUAL "REMBCO_"
                      AND DATA-RMI EQUAL DATA-CONC
                       PERFORM INCLUI-BANCO
                   END-IF
           END-READ.

       INCLUI-BANCO.
           MOVE "NAO" TO ACHOU-BCO.
           PERFORM VARIA-PROCURA-BANCO
               VARYING SUB-BCO FROM 1 BY 1
               UNTIL SUB-BCO GREATER CONT-BANCOS
                  OR ACHOU-BCO EQUAL "SIM".
           IF ACHOU-BCO EQUAL "NAO"
               IF CONT-BANCOS LESS 20
                   ADD 1 TO CONT-BANCOS
                   MOVE BANCO-RMI TO COD-BANCO (CONT-BANCOS)
               ELSE
                   IF LIMITE-BCO-LOGADO EQUAL "NAO"
                       MOVE "TAB-BANCOS" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-BCO-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-BANCO.
           IF COD-BANCO (SUB-BCO) EQUAL BANCO-RMI
               MOVE "SIM" TO ACHOU-BCO.

      *    CARREGA O CADASTRO DE PENDENTES; NA PRIMEIRA EXECUCAO ELE
      *    AINDA NAO EXISTE E A TABELA PARTE VAZIA.
       CARREGA-PENDENTES.
           MOVE ZEROS TO CONT-PEND.
           OPEN INPUT CADPPG.
           IF FS-CADPPG EQUAL "00"
               PERFORM GUARDA-PENDENTE
                   UNTIL FS-CADPPG NOT EQUAL "00"
               CLOSE CADPPG.

       GUARDA-PENDENTE.
           READ CADPPG
               AT END
                   MOVE "10" TO FS-CADPPG
               NOT AT END
                   IF CONT-PEND LESS 999
                       ADD 1 TO CONT-PEND
                       MOVE REG-PPG TO PENDENTE-ITEM (CONT-PEND)
                   ELSE
                       PERFORM LOGA-LIMITE-PEND
                   END-IF
           END-READ.

       LOGA-LIMITE-PEND.
           IF LIMITE-PEND-LOGADO EQUAL "NAO"
               MOVE "CADPPG.DAT" TO ERR-ARQUIVO
               MOVE "99"         TO ERR-STATUS
               MOVE "LIMITE"     TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM"        TO LIMITE-PEND-LOGADO.

       IMPRIME-CABECALHO.
           MOVE DATA-CONC TO DATA-CAB.
           MOVE LIN-CAB TO LINHA-REL.
           WRITE LINHA-REL.
           IF DATA-CONC EQUAL ZEROS
               MOVE "NENHUMA REMESSA ANTERIOR A CONCILIAR"
                   TO LINHA-REL
               WRITE LINHA-REL.

      *    CONCILIA A REMESSA DE UM BANCO: CARREGA OS CREDITOS
      *    REMETIDOS, CASA O RETORNO DO BANCO COM ELES E RELACIONA OS
      *    REJEITADOS E OS SEM RETORNO, COM O RESUMO DO BANCO.
       CONCILIA-BANCO.
           MOVE COD-BANCO (SUB-BCO) TO BANCO-CORRENTE.
           PERFORM GERA-NOMES.
           MOVE ZEROS TO QTD-REM-BCO SOMA-REM-BCO QTD-CONF-BCO
               SOMA-CONF-BCO QTD-REJ-BCO SOMA-REJ-BCO QTD-SRT-BCO
               SOMA-SRT-BCO QTD-SRM-BCO SOMA-SRM-BCO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE BANCO-CORRENTE TO BANCO-IMP.
           MOVE WS-NOME-REMBCO TO ARQ-REM-IMP.
           MOVE WS-NOME-RETBCO TO ARQ-RET-IMP.
           MOVE LIN-BCO TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM CARREGA-REMESSA.
           PERFORM LE-RETORNO.
           PERFORM IMPRIME-REJEITADOS.
           PERFORM IMPRIME-SEM-RETORNO.
           PERFORM IMPRIME-RESUMO-BANCO.

       GERA-NOMES.
           MOVE SPACES TO WS-NOME-REMBCO.
           STRING "REMBCO_" DELIMITED BY SIZE
                  BANCO-CORRENTE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  DATA-CONC DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-REMBCO.
           MOVE SPACES TO WS-NOME-RETBCO.
           STRING "RETBCO_" DELIMITED BY SIZE
                  BANCO-CORRENTE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  DATA-CONC DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-RETBCO.

      *    A REMESSA INVENTARIADA QUE NAO ESTA MAIS NO DISCO E LOGADA
      *    E O BANCO FICA SEM CREDITOS A CONCILIAR.
       CARREGA-REMESSA.
           MOVE ZEROS TO CONT-CRED.
           OPEN INPUT REMBCO.
           IF FS-REMBCO NOT EQUAL "00"
               MOVE "REMBCO.DAT" TO ERR-ARQUIVO
               MOVE FS-REMBCO    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "   REMESSA NAO ENCONTRADA" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM GUARDA-CREDITO
                   UNTIL FS-REMBCO NOT EQUAL "00"
               CLOSE REMBCO
           END-IF.

       GUARDA-CREDITO.
           READ REMBCO
               AT END
                   MOVE "10" TO FS-REMBCO
               NOT AT END
                   IF TIPO-REM-C EQUAL "1"
                       PERFORM INCLUI-CREDITO
                   END-IF
           END-READ.

       INCLUI-CREDITO.
           IF CONT-CRED LESS 999
               ADD 1 TO CONT-CRED
               MOVE COD-REM-C     TO COD-CRED (CONT-CRED)
               MOVE NOME-REM-C    TO NOME-CRED (CONT-CRED)
               MOVE AGENCIA-REM-C TO AGENCIA-CRED (CONT-CRED)
               MOVE CONTA-REM-C   TO CONTA-CRED (CONT-CRED)
               MOVE VALOR-REM-C   TO VALOR-CRED (CONT-CRED)
               MOVE SPACE         TO SITUACAO-CRED (CONT-CRED)
               MOVE SPACES        TO OCORR-CRED (CONT-CRED)
               MOVE SPACES        TO MOTIVO-CRED (CONT-CRED)
               ADD 1           TO QTD-REM-BCO
               ADD VALOR-REM-C TO SOMA-REM-BCO
           ELSE
               IF LIMITE-CRED-LOGADO EQUAL "NAO"
                   MOVE "TAB-CREDITO" TO ERR-ARQUIVO
                   MOVE "99"          TO ERR-STATUS
                   MOVE "LIMITE"      TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"    TO ERR-OPERACAO
                   MOVE "SIM"         TO LIMITE-CRED-LOGADO
               END-IF
           END-IF.

      *    RETORNO AINDA NAO RECEBIDO DEIXA TODOS OS CREDITOS SEM
      *    RETORNO. CABECALHO DE OUTRO BANCO OU DE OUTRA REMESSA E
      *    LOGADO E O ARQUIVO E IGNORADO; O TRAILER QUE NAO CONFERE
      *    COM O LIDO E LOGADO, MAS O QUE FOI LIDO E CONCILIADO.
       LE-RETORNO.
           MOVE "NAO" TO RET-VALIDO.
           MOVE "NAO" TO TEM-SEM-REMESSA.
           OPEN INPUT RETBCO.
           IF FS-RETBCO NOT EQUAL "00"
               MOVE "   RETORNO NAO RECEBIDO" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               READ RETBCO
                   AT END
                       PERFORM LOGA-RETORNO-AUSENTE
                   NOT AT END
                       IF TIPO-RET-H NOT EQUAL "0"
                          OR BANCO-RET-H NOT EQUAL BANCO-CORRENTE
                           PERFORM LOGA-RETORNO-AUSENTE
                       ELSE
                           IF DATA-REM-RET-H NOT EQUAL DATA-CONC
                               PERFORM LOGA-RETORNO-DATA
                           ELSE
                               MOVE "SIM" TO RET-VALIDO
                           END-IF
                       END-IF
               END-READ
               IF RET-VALIDO EQUAL "SIM"
                   MOVE "NAO" TO FIM-RET
                   MOVE "NAO" TO TRL-VISTO
                   MOVE ZEROS TO QTD-LIDA-RET SOMA-LIDA-RET
                   PERFORM TRATA-RETORNO
                       UNTIL FIM-RET EQUAL "SIM"
               ELSE
                   MOVE "   RETORNO INVALIDO - IGNORADO" TO LINHA-REL
                   WRITE LINHA-REL
               END-IF
               CLOSE RETBCO
           END-IF.

       TRATA-RETORNO.
           READ RETBCO
               AT END
                   IF TRL-VISTO EQUAL "NAO"
                       PERFORM LOGA-RETORNO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-RET
               NOT AT END
                   EVALUATE TIPO-RET-C
                       WHEN "9"
                           MOVE "SIM" TO TRL-VISTO
                           MOVE "SIM" TO FIM-RET
                           IF QTD-RET-T NOT EQUAL QTD-LIDA-RET
                              OR TOTAL-RET-T NOT EQUAL SOMA-LIDA-RET
                               PERFORM LOGA-RETORNO-TOTAL
                           END-IF
                       WHEN "1"
                           ADD 1           TO QTD-LIDA-RET
                           ADD VALOR-RET-C TO SOMA-LIDA-RET
                           PERFORM CASA-RETORNO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOGA-RETORNO-AUSENTE.
           MOVE "RETBCO.DAT" TO ERR-ARQUIVO.
           MOVE "95"         TO ERR-STATUS.
           MOVE "RETORNO"    TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.

       LOGA-RETORNO-DATA.
           MOVE "RETBCO.DAT" TO ERR-ARQUIVO.
           MOVE "96"         TO ERR-STATUS.
           MOVE "RETORNO"    TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.

       LOGA-RETORNO-TOTAL.
           MOVE "RETBCO.DAT" TO ERR-ARQUIVO.
           MOVE "97"         TO ERR-STATUS.
           MOVE "RETORNO"    TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.

      *    CASA A OCORRENCIA COM O PRIMEIRO CREDITO AINDA SEM RETORNO
      *    DO MESMO FUNCIONARIO E DO MESMO VALOR. OCORRENCIA SEM
      *    CREDITO CORRESPONDENTE E LISTADA NA HORA.
       CASA-RETORNO.
           MOVE "NAO" TO ACHOU-CRED.
           PERFORM VARIA-PROCURA-CRED
               VARYING SUB-CRED FROM 1 BY 1
               UNTIL SUB-CRED GREATER CONT-CRED
                  OR ACHOU-CRED EQUAL "SIM".
           IF ACHOU-CRED EQUAL "SIM"
               SUBTRACT 1 FROM SUB-CRED
               IF OCORR-RET-C EQUAL "00"
                   MOVE "C" TO SITUACAO-CRED (SUB-CRED)
                   ADD 1           TO QTD-CONF-BCO
                   ADD VALOR-RET-C TO SOMA-CONF-BCO
                   PERFORM BAIXA-PENDENTE
               ELSE
                   MOVE "R"          TO SITUACAO-CRED (SUB-CRED)
                   MOVE OCORR-RET-C  TO OCORR-CRED (SUB-CRED)
                   MOVE MOTIVO-RET-C TO MOTIVO-CRED (SUB-CRED)
                   ADD 1           TO QTD-REJ-BCO
                   ADD VALOR-RET-C TO SOMA-REJ-BCO
                   PERFORM REGISTRA-PENDENTE
               END-IF
           ELSE
               ADD 1           TO QTD-SRM-BCO
               ADD VALOR-RET-C TO SOMA-SRM-BCO
               PERFORM IMPRIME-SEM-REMESSA
           END-IF.

       VARIA-PROCURA-CRED.
           IF SITUACAO-CRED (SUB-CRED) EQUAL SPACE
              AND COD-CRED (SUB-CRED) EQUAL COD-RET-C
              AND VALOR-CRED (SUB-CRED) EQUAL VALOR-RET-C
               MOVE "SIM" TO ACHOU-CRED.

       IMPRIME-SEM-REMESSA.
           IF TEM-SEM-REMESSA EQUAL "NAO"
               MOVE "   RETORNO SEM CREDITO REMETIDO" TO LINHA-REL
               WRITE LINHA-REL
               MOVE "SIM" TO TEM-SEM-REMESSA.
           MOVE "SEM REMESSA"  TO SITUACAO-IMP.
           MOVE COD-RET-C      TO COD-IMP.
           MOVE NOME-RET-C     TO NOME-IMP.
           MOVE AGENCIA-RET-C  TO AGENCIA-IMP.
           MOVE CONTA-RET-C    TO CONTA-IMP.
           MOVE VALOR-RET-C    TO VALOR-IMP.
           MOVE OCORR-RET-C    TO OCORR-IMP.
           MOVE MOTIVO-RET-C   TO MOTIVO-IMP.
           MOVE LIN-CRED TO LINHA-REL.
           WRITE LINHA-REL.

      *    CREDITO CONFIRMADO QUE ERA O REENVIO DE UM PENDENTE (MESMO
      *    FUNCIONARIO E VALOR, REENVIADO NA DATA CONCILIADA) BAIXA O
      *    PENDENTE.
       BAIXA-PENDENTE.
           MOVE "NAO" TO ACHOU-PEND.
           PERFORM VARIA-PROCURA-REENVIO
               VARYING SUB-PEND FROM 1 BY 1
               UNTIL SUB-PEND GREATER CONT-PEND
                  OR ACHOU-PEND EQUAL "SIM".
           IF ACHOU-PEND EQUAL "SIM"
               SUBTRACT 1 FROM SUB-PEND
               MOVE "PAGO"      TO SITUACAO-PEND (SUB-PEND)
               MOVE WS-DATA-ARQ TO DATA-BAIXA-PEND (SUB-PEND)
               ADD 1 TO CONT-BAIXADOS.

       VARIA-PROCURA-REENVIO.
           IF SITUACAO-PEND (SUB-PEND) EQUAL "REENV"
              AND DATA-REENV-PEND (SUB-PEND) EQUAL DATA-CONC
              AND COD-PEND (SUB-PEND) EQUAL COD-CRED (SUB-CRED)
              AND VALOR-PEND (SUB-PEND) EQUAL VALOR-CRED (SUB-CRED)
               MOVE "SIM" TO ACHOU-PEND.

      *    CREDITO REJEITADO: SE JA E PENDENTE DESTA REMESSA (REMETIDO
      *    OU REENVIADO NA DATA CONCILIADA) SO O REENVIO RECUSADO VOLTA
      *    A ABERTO COM OS DADOS BANCARIOS RECUSADOS DESTA VEZ; UMA
      *    REEXECUCAO DA MESMA CONCILIACAO NAO DUPLICA NADA. SENAO O
      *    CREDITO ENTRA COMO PENDENTE NOVO.
       REGISTRA-PENDENTE.
           MOVE "NAO" TO ACHOU-PEND.
           PERFORM VARIA-PROCURA-PENDENTE
               VARYING SUB-PEND FROM 1 BY 1
               UNTIL SUB-PEND GREATER CONT-PEND
                  OR ACHOU-PEND EQUAL "SIM".
           IF ACHOU-PEND EQUAL "SIM"
               SUBTRACT 1 FROM SUB-PEND
               IF SITUACAO-PEND (SUB-PEND) EQUAL "REENV"
                   MOVE "ABERTO"      TO SITUACAO-PEND (SUB-PEND)
                   PERFORM COPIA-CREDITO-PENDENTE
               END-IF
           ELSE
               IF CONT-PEND LESS 999
                   ADD 1 TO CONT-PEND
                   ADD 1 TO CONT-NOVOS-PEND
                   MOVE CONT-PEND TO SUB-PEND
                   MOVE COD-CRED (SUB-CRED)  TO COD-PEND (SUB-PEND)
                   MOVE NOME-CRED (SUB-CRED) TO NOME-PEND (SUB-PEND)
                   MOVE VALOR-CRED (SUB-CRED)
                       TO VALOR-PEND (SUB-PEND)
                   MOVE DATA-CONC  TO DATA-REM-PEND (SUB-PEND)
                   MOVE "ABERTO"   TO SITUACAO-PEND (SUB-PEND)
                   MOVE ZEROS      TO DATA-REENV-PEND (SUB-PEND)
                   MOVE ZEROS      TO DATA-BAIXA-PEND (SUB-PEND)
                   PERFORM COPIA-CREDITO-PENDENTE
               ELSE
                   PERFORM LOGA-LIMITE-PEND
               END-IF
           END-IF.

       VARIA-PROCURA-PENDENTE.
           IF COD-PEND (SUB-PEND) EQUAL COD-CRED (SUB-CRED)
              AND VALOR-PEND (SUB-PEND) EQUAL VALOR-CRED (SUB-CRED)
              AND (DATA-REM-PEND (SUB-PEND) EQUAL DATA-CONC
                OR DATA-REENV-PEND (SUB-PEND) EQUAL DATA-CONC)
               MOVE "SIM" TO ACHOU-PEND.

       COPIA-CREDITO-PENDENTE.
           MOVE BANCO-CORRENTE           TO BANCO-PEND (SUB-PEND).
           MOVE AGENCIA-CRED (SUB-CRED)  TO AGENCIA-PEND (SUB-PEND).
           MOVE CONTA-CRED (SUB-CRED)    TO CONTA-PEND (SUB-PEND).
           MOVE OCORR-CRED (SUB-CRED)    TO OCORR-PEND (SUB-PEND).
           MOVE MOTIVO-CRED (SUB-CRED)   TO MOTIVO-PEND (SUB-PEND).

       IMPRIME-REJEITADOS.
           IF QTD-REJ-BCO GREATER ZEROS
               MOVE "   CREDITOS REJEITADOS PELO BANCO" TO LINHA-REL
               WRITE LINHA-REL
               MOVE "REJEITADO" TO SITUACAO-IMP
               PERFORM VARIA-IMPRIME-REJEITADO
                   VARYING SUB-CRED FROM 1 BY 1
                   UNTIL SUB-CRED GREATER CONT-CRED.

       VARIA-IMPRIME-REJEITADO.
           IF SITUACAO-CRED (SUB-CRED) EQUAL "R"
               PERFORM IMPRIME-CREDITO.

      *    O QUE SOBROU SEM OCORRENCIA NO RETORNO NUNCA FOI RECONHECIDO
      *    PELO BANCO.
       IMPRIME-SEM-RETORNO.
           PERFORM VARIA-CONTA-SEM-RETORNO
               VARYING SUB-CRED FROM 1 BY 1
               UNTIL SUB-CRED GREATER CONT-CRED.
           IF QTD-SRT-BCO GREATER ZEROS
               MOVE "   CREDITOS SEM RETORNO DO BANCO" TO LINHA-REL
               WRITE LINHA-REL
               MOVE "SEM RETORNO" TO SITUACAO-IMP
               PERFORM VARIA-IMPRIME-SEM-RETORNO
                   VARYING SUB-CRED FROM 1 BY 1
                   UNTIL SUB-CRED GREATER CONT-CRED.

       VARIA-CONTA-SEM-RETORNO.
           IF SITUACAO-CRED (SUB-CRED) EQUAL SPACE
               ADD 1                     TO QTD-SRT-BCO
               ADD VALOR-CRED (SUB-CRED) TO SOMA-SRT-BCO.

       VARIA-IMPRIME-SEM-RETORNO.
           IF SITUACAO-CRED (SUB-CRED) EQUAL SPACE
               PERFORM IMPRIME-CREDITO.

       IMPRIME-CREDITO.
           MOVE COD-CRED (SUB-CRED)     TO COD-IMP.
           MOVE NOME-CRED (SUB-CRED)    TO NOME-IMP.
           MOVE AGENCIA-CRED (SUB-CRED) TO AGENCIA-IMP.
           MOVE CONTA-CRED (SUB-CRED)   TO CONTA-IMP.
           MOVE VALOR-CRED (SUB-CRED)   TO VALOR-IMP.
           MOVE OCORR-CRED (SUB-CRED)   TO OCORR-IMP.
           MOVE MOTIVO-CRED (SUB-CRED)  TO MOTIVO-IMP.
           MOVE LIN-CRED TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-RESUMO-BANCO.
           MOVE "REMETIDOS................:" TO TEXTO-RES.
           MOVE QTD-REM-BCO  TO QTD-RES.
           MOVE SOMA-REM-BCO TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONFIRMADOS..............:" TO TEXTO-RES.
           MOVE QTD-CONF-BCO  TO QTD-RES.
           MOVE SOMA-CONF-BCO TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "REJEITADOS...............:" TO TEXTO-RES.
           MOVE QTD-REJ-BCO  TO QTD-RES.
           MOVE SOMA-REJ-BCO TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "SEM RETORNO..............:" TO TEXTO-RES.
           MOVE QTD-SRT-BCO  TO QTD-RES.
           MOVE SOMA-SRT-BCO TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "RETORNO SEM REMESSA......:" TO TEXTO-RES.
           MOVE QTD-SRM-BCO  TO QTD-RES.
           MOVE SOMA-SRM-BCO TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           ADD QTD-REM-BCO   TO QTD-REM-TOT.
           ADD SOMA-REM-BCO  TO SOMA-REM-TOT.
           ADD QTD-CONF-BCO  TO QTD-CONF-TOT.
           ADD SOMA-CONF-BCO TO SOMA-CONF-TOT.
           ADD QTD-REJ-BCO   TO QTD-REJ-TOT.
           ADD SOMA-REJ-BCO  TO SOMA-REJ-TOT.
           ADD QTD-SRT-BCO   TO QTD-SRT-TOT.
           ADD SOMA-SRT-BCO  TO SOMA-SRT-TOT.
           ADD QTD-SRM-BCO   TO QTD-SRM-TOT.
           ADD SOMA-SRM-BCO  TO SOMA-SRM-TOT.

      *    REGRAVA O CADASTRO DE PENDENTES INTEIRO (OS PAGOS FICAM
      *    COMO HISTORICO, PARA QUE UMA NOVA CONCILIACAO DA MESMA
      *    REMESSA NAO OS REABRA) E RECRIA O REJPAG SO COM OS ABERTOS.
       REGRAVA-PENDENTES.
           OPEN OUTPUT CADPPG
               OUTPUT REJPAG.
           IF FS-CADPPG NOT EQUAL "00"
               MOVE "CADPPG.DAT" TO ERR-ARQUIVO
               MOVE FS-CADPPG    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-REJPAG NOT EQUAL "00"
               MOVE "REJPAG.DAT" TO ERR-ARQUIVO
               MOVE FS-REJPAG    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM VARIA-GRAVA-PENDENTE
                   VARYING SUB-PEND FROM 1 BY 1
                   UNTIL SUB-PEND GREATER CONT-PEND.
           CLOSE CADPPG
                 REJPAG.

       VARIA-GRAVA-PENDENTE.
           MOVE PENDENTE-ITEM (SUB-PEND) TO REG-PPG.
           WRITE REG-PPG.
           IF SITUACAO-PPG NOT EQUAL "PAGO"
               ADD 1 TO CONT-ABERTOS
               MOVE COD-PPG      TO COD-REJP
               MOVE NOME-PPG     TO NOME-REJP
               MOVE VALOR-PPG    TO VALOR-REJP
               MOVE DATA-REM-PPG TO DATA-REM-REJP
               MOVE BANCO-PPG    TO BANCO-REJP
               MOVE OCORR-PPG    TO OCORR-REJP
               MOVE SITUACAO-PPG TO SITUACAO-REJP
               WRITE REG-REJP.

       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL DA CONCILIACAO" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "REMETIDOS................:" TO TEXTO-RES.
           MOVE QTD-REM-TOT  TO QTD-RES.
           MOVE SOMA-REM-TOT TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONFIRMADOS..............:" TO TEXTO-RES.
           MOVE QTD-CONF-TOT  TO QTD-RES.
           MOVE SOMA-CONF-TOT TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "REJEITADOS...............:" TO TEXTO-RES.
           MOVE QTD-REJ-TOT  TO QTD-RES.
           MOVE SOMA-REJ-TOT TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "SEM RETORNO..............:" TO TEXTO-RES.
           MOVE QTD-SRT-TOT  TO QTD-RES.
           MOVE SOMA-SRT-TOT TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "RETORNO SEM REMESSA......:" TO TEXTO-RES.
           MOVE QTD-SRM-TOT  TO QTD-RES.
           MOVE SOMA-SRM-TOT TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PENDENTES NOVOS..........:" TO TEXTO-QTD.
           MOVE CONT-NOVOS-PEND TO QTD-QTD.
           MOVE LIN-QTD TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "REENVIOS BAIXADOS........:" TO TEXTO-QTD.
           MOVE CONT-BAIXADOS TO QTD-QTD.
           MOVE LIN-QTD TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PENDENTES EM ABERTO......:" TO TEXTO-QTD.
           MOVE CONT-ABERTOS TO QTD-QTD.
           MOVE LIN-QTD TO LINHA-REL.
           WRITE LINHA-REL.

       GERA-RELATORIO-CTL.
           MOVE QTD-REM-TOT  TO QTD-REMETIDOS-CTL.
           MOVE QTD-CONF-TOT TO QTD-CONFIRMADOS-CTL.
           MOVE QTD-REJ-TOT  TO QTD-REJEITADOS-CTL.
           MOVE QTD-SRT-TOT  TO QTD-SEM-RETORNO-CTL.
           WRITE REG-CTL66.

       TERMINO.
           CLOSE RELRTB
                 CTL66.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
