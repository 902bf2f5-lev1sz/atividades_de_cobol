       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX49.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       PROCESSAMENTO DA PROVA DE RECUPERACAO. O EX07 E O
      *               EX40 DEIXAM EM "REC" QUEM FICOU ENTRE OS CORTES
      *               DO CADNOT, E NADA RESOLVIA ESSA SITUACAO. ESTE
      *               PROGRAMA LE O ARQUIVO DE NOTAS DE RECUPERACAO
      *               CADREC (MATRICULA, DISCIPLINA E NOTA; DISCIPLINA
      *               EM BRANCO E A RECUPERACAO GERAL DO CADATU,
      *               DISCIPLINA INFORMADA E A DO CADATD), COMBINA A
      *               NOTA DA RECUPERACAO COM A MEDIA DO PERIODO PELA
      *               REGRA DO ARQUIVO DE PARAMETROS CADRCP E REGRAVA
      *               PELO INDICE A SITUACAO FINAL APR OU REP NO
      *               CADATU/CADATD. A MEDIA DO PERIODO NAO MUDA (O
      *               HASH DO SELO DO CADATU CONTINUA VALENDO); A NOTA
      *               FINAL DA RECUPERACAO SAI NO RELATORIO RELRCP,
      *               IMPRESSO POR TURMA COM OS TOTAIS DE APROVADOS E
      *               REPROVADOS NA RECUPERACAO. SO REGISTRO EM "REC" E
      *               ALTERADO: NOTA DE QUEM NAO ESTA EM RECUPERACAO,
      *               DE MATRICULA/DISCIPLINA SEM RESULTADO NO PERIODO
      *               OU MALFORMADA VAI PARA O REJREC COM O MOTIVO, NO
      *               MOLDE DO EX21/EX40. COMO O EX07 E O EX40
      *               RECRIAM O RESULTADO DO PERIODO TODA NOITE (DE
      *               VOLTA EM "REC"), O LOTE EX10 RODA ESTE PROGRAMA
      *               LOGO DEPOIS DO EX40: O CADREC FICA NO DIRETORIO
      *               DURANTE O PERIODO E A DECISAO E REAPLICADA A CADA
      *               NOITE, CHEGANDO ASSIM AO EX42, QUE PROMOVE OU
      *               RETEM PELA DECISAO FINAL. A SECRETARIA TROCA O
      *               CADREC NA VIRADA, JUNTO COM O CADALU. SEM O
      *               CADATD (PERIODO SEM NOTAS POR DISCIPLINA) SO A
      *               RECUPERACAO GERAL E APLICADA.
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
      *    NOTAS DE RECUPERACAO, DIGITADAS PELA SECRETARIA EM
      *    QUALQUER ORDEM; COMO O CADCRN, NAO CARREGAM SELO.
           SELECT CADREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADREC.
      *    REGRA DE COMBINACAO DA RECUPERACAO, MANTIDA SEM RECOMPILAR.
           SELECT CADRCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRCP.
      *    MESMA ORGANIZACAO E CHAVE DO CADATU GRAVADO PELO EX07.
           SELECT CADATU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-SAI
           FILE STATUS IS FS-CADATU.
      *    MESMA ORGANIZACAO E CHAVE DO CADATD GRAVADO PELO EX40.
           SELECT CADATD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ATD
           FILE STATUS IS FS-CADATD.
           SELECT REJREC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REJREC.
           SELECT RELRCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRCP.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *    OS CAMPOS SAO LIDOS COMO TEXTO E CONFERIDOS COM O TESTE
      *    NUMERIC, JA QUE O ARQUIVO E MANTIDO A MAO.
       FD CADREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADREC.DAT".

       01 REG-REC.
           02 MAT-REC-X           PIC X(05).
           02 MAT-REC REDEFINES MAT-REC-X
                                  PIC 9(05).
           02 DIS-REC             PIC X(03).
           02 NOTA-REC-X          PIC X(04).
           02 NOTA-REC REDEFINES NOTA-REC-X
                                  PIC 9(02)V99.

      *    REGRA DA RECUPERACAO: "MED" = MEDIA ARITMETICA ENTRE A
      *    MEDIA DO PERIODO E A NOTA DA RECUPERACAO; "PON" = MEDIA
      *    PONDERADA PELOS DOIS PESOS; "SUB" = A NOTA DA RECUPERACAO
      *    SUBSTITUI A MEDIA QUANDO FOR MAIOR. NOTA-MIN-RCP E A NOTA
      *    FINAL MINIMA PARA APROVACAO NA RECUPERACAO.
       FD CADRCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRCP.DAT".

       01 REG-RCP.
           02 REGRA-RCP           PIC X(03).
           02 PESO-MEDIA-RCP      PIC 9(01)V99.
           02 PESO-REC-RCP        PIC 9(01)V99.
           02 NOTA-MIN-RCP        PIC 9(02)V99.

      *    MESMO LAYOUT E SELO GRAVADOS PELO EX07 (CABECALHO NA CHAVE
      *    00000, TRAILER NA CHAVE 99999).
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

      *    MESMO LAYOUT GRAVADO PELO EX40.
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

      *    NOTAS DE RECUPERACAO RECUSADAS, COM O MOTIVO:
      *      01 = MATRICULA NAO NUMERICA  02 = NOTA INVALIDA
      *      03 = SEM RESULTADO NO PERIODO 04 = SITUACAO NAO E REC
       FD REJREC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REJREC.DAT".

       01 REG-REJR.
           02 MOTIVO-REJR         PIC X(02).
           02 CONTEUDO-REJR       PIC X(12).

      *    RESULTADO DA RECUPERACAO POR TURMA, EM IMAGEM DE IMPRESSAO.
       FD RELRCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELRCP.DAT".

       01 LINHA-REL               PIC X(80).

      *    UM REGISTRO POR RECUPERACAO APLICADA, CLASSIFICADO POR
      *    TURMA, MATRICULA E DISCIPLINA PARA A IMPRESSAO DO RELRCP.
       SD ARQSORT.

       01 REG-WRK.
           02 TURMA-WRK           PIC X(03).
           02 MAT-WRK             PIC 9(05).
           02 DIS-WRK             PIC X(03).
           02 NOME-WRK            PIC X(20).
           02 MEDIA-WRK           PIC 9(02)V99.
           02 NOTA-REC-WRK        PIC 9(02)V99.
           02 FINAL-WRK           PIC 9(02)V99.
           02 SIT-WRK             PIC X(03).

       WORKING-STORAGE SECTION.
       77 FS-CADREC               PIC X(02).
       77 FS-CADRCP               PIC X(02).
       77 FS-CADATU               PIC X(02).
       77 FS-CADATD               PIC X(02).
       77 FS-REJREC               PIC X(02).
       77 FS-RELRCP               PIC X(02).
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 FIM-WRK                 PIC X(03)       VALUE "NAO".
      *    O CADATD SO EXISTE QUANDO O EX40 JA RODOU NO PERIODO.
       77 CADATD-ABERTO           PIC X(03)       VALUE "NAO".
      *    REGRA COM OS PADROES DE RESERVA: MEDIA ARITMETICA E NOTA
      *    FINAL MINIMA DE 5,00.
       77 REGRA-REC               PIC X(03)       VALUE "MED".
       77 PESO-MEDIA              PIC 9(01)V99    VALUE 1,00.
       77 PESO-REC                PIC 9(01)V99    VALUE 1,00.
       77 NOTA-MINIMA             PIC 9(02)V99    VALUE 5,00.
       77 SOMA-PESOS              PIC 9(02)V99    VALUE ZEROS.
       77 SOMA-PONDERADA          PIC 9(04)V9999  VALUE ZEROS.
       77 MEDIA-PERIODO           PIC 9(02)V99    VALUE ZEROS.
       77 NOTA-FINAL              PIC 9(02)V99    VALUE ZEROS.
       77 SIT-FINAL               PIC X(03)       VALUE SPACES.
       77 SIT-ACHADA              PIC X(03)       VALUE SPACES.
       77 ACHOU-RESULTADO         PIC X(03)       VALUE "NAO".
       77 TURMA-ATUAL             PIC X(03)       VALUE SPACES.
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-REJEITADOS         PIC 9(07)       VALUE ZEROS.
       77 QTD-APR-TURMA           PIC 9(05)       VALUE ZEROS.
       77 QTD-REP-TURMA           PIC 9(05)       VALUE ZEROS.
       77 TOT-APR                 PIC 9(05)       VALUE ZEROS.
       77 TOT-REP                 PIC 9(05)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX49".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-TITULO.
           02 FILLER              PIC X(30)       VALUE
              "RESULTADO DA RECUPERACAO - TUR".
           02 FILLER              PIC X(04)       VALUE "MA  ".
           02 TURMA-TIT           PIC X(03).

       01 LIN-CABEC.
           02 FILLER              PIC X(40)       VALUE
              "MATR  NOME                 DIS  MEDIA  ".
           02 FILLER              PIC X(24)       VALUE
              "REC.   FINAL  SITUACAO".

       01 LIN-DET.
           02 MAT-DET             PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 NOME-DET            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DIS-DET             PIC X(03).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 MEDIA-DET           PIC Z9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOTA-REC-DET        PIC Z9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 FINAL-DET           PIC Z9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 SIT-DET             PIC X(03).

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 QTD-RES             PIC ZZZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY TURMA-WRK MAT-WRK DIS-WRK
               INPUT PROCEDURE IS PROCESSA-RECUPERACAO
               OUTPUT PROCEDURE IS IMPRIME-RESULTADO
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-REGRA.
           OPEN INPUT CADREC
               I-O CADATU
               OUTPUT REJREC
               OUTPUT RELRCP.
           OPEN I-O CADATD.
           IF FS-CADATD EQUAL "00"
               MOVE "SIM" TO CADATD-ABERTO.
           PERFORM VERIFICA-ABERTURA.

      *    LE A REGRA DA RECUPERACAO. SEM O ARQUIVO, OU COM REGRA
      *    DESCONHECIDA OU PESOS ZERADOS NA PONDERADA, VALEM OS
      *    PADROES DE RESERVA (MEDIA ARITMETICA, MINIMO 5,00).
       LE-REGRA.
           OPEN INPUT CADRCP.
           IF FS-CADRCP EQUAL "00"
               READ CADRCP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REGRA-RCP      TO REGRA-REC
                       MOVE PESO-MEDIA-RCP TO PESO-MEDIA
                       MOVE PESO-REC-RCP   TO PESO-REC
                       MOVE NOTA-MIN-RCP   TO NOTA-MINIMA
               END-READ
               CLOSE CADRCP.
           ADD PESO-MEDIA, PESO-REC GIVING SOMA-PESOS.
           IF REGRA-REC NOT EQUAL "MED"
              AND REGRA-REC NOT EQUAL "PON"
              AND REGRA-REC NOT EQUAL "SUB"
               MOVE "MED" TO REGRA-REC.
           IF REGRA-REC EQUAL "PON"
              AND SOMA-PESOS EQUAL ZEROS
               MOVE "MED" TO REGRA-REC.
           IF NOTA-MINIMA EQUAL ZEROS
              OR NOTA-MINIMA GREATER 10,00
               MOVE 5,00 TO NOTA-MINIMA.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADREC NOT EQUAL "00"
               MOVE "CADREC.DAT" TO ERR-ARQUIVO
               MOVE FS-CADREC    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADATU NOT EQUAL "00"
               MOVE "CADATU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADATU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADATD NOT EQUAL "00"
              AND FS-CADATD NOT EQUAL "35"
               MOVE "CADATD.DAT" TO ERR-ARQUIVO
               MOVE FS-CADATD    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-REJREC NOT EQUAL "00"
               MOVE "REJREC.DAT" TO ERR-ARQUIVO
               MOVE FS-REJREC    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELRCP NOT EQUAL "00"
               MOVE "RELRCP.DAT" TO ERR-ARQUIVO
               MOVE FS-RELRCP    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    LE CADA NOTA DE RECUPERACAO, APLICA AS VALIDAS AO CADATU OU
      *    AO CADATD E LIBERA O RESULTADO PARA A IMPRESSAO POR TURMA.
       PROCESSA-RECUPERACAO.
           PERFORM LE-CADREC.
           PERFORM TRATA-RECUPERACAO
               UNTIL FIM-ARQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM".

       LE-CADREC.
           READ CADREC
               AT END
                   MOVE "SIM" TO FIM-ARQ
               NOT AT END
                   ADD 1 TO CONT-LIDOS
           END-READ.

      *    AS CHAVES 00000 E 99999 DO CADATU SAO O SELO, NAO ALUNOS:
      *    SAO RECUSADAS COMO MATRICULA INVALIDA.
       TRATA-RECUPERACAO.
           EVALUATE TRUE
               WHEN MAT-REC-X NOT NUMERIC
                 OR MAT-REC EQUAL ZEROS
                 OR MAT-REC EQUAL 99999
                   MOVE "01" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN NOTA-REC-X NOT NUMERIC
                 OR NOTA-REC GREATER 10,00
                   MOVE "02" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN DIS-REC EQUAL SPACES
                   PERFORM RECUPERACAO-GERAL
               WHEN OTHER
                   PERFORM RECUPERACAO-DISCIPLINA
           END-EVALUATE.
           PERFORM LE-CADREC.

      *    RECUPERACAO GERAL: SITUACAO DO ALUNO NO CADATU.
       RECUPERACAO-GERAL.
           MOVE "NAO"   TO ACHOU-RESULTADO.
           MOVE MAT-REC TO NUM-SAI.
           READ CADATU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO ACHOU-RESULTADO
           END-READ.
           EVALUATE TRUE
               WHEN ACHOU-RESULTADO EQUAL "NAO"
                   MOVE "03" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN SIT-SAI NOT EQUAL "REC"
                   MOVE "04" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN OTHER
                   MOVE MEDIA-SAI TO MEDIA-PERIODO
                   PERFORM CALCULA-FINAL
                   MOVE SIT-FINAL TO SIT-SAI
                   REWRITE REG-SAI
                   IF FS-CADATU NOT EQUAL "00"
                       MOVE "CADATU.DAT" TO ERR-ARQUIVO
                       MOVE FS-CADATU    TO ERR-STATUS
                       PERFORM REGISTRA-FALHA-GRAVACAO
                   ELSE
                       MOVE TURMA-SAI TO TURMA-WRK
                       MOVE NOME-SAI  TO NOME-WRK
                       MOVE SPACES    TO DIS-WRK
                       PERFORM LIBERA-RESULTADO
                   END-IF
           END-EVALUATE.

      *    RECUPERACAO POR DISCIPLINA: SITUACAO DO PAR MATRICULA +
      *    DISCIPLINA NO CADATD. SEM O CADATD NAO HA RESULTADO POR
      *    DISCIPLINA E A NOTA E RECUSADA COM O MOTIVO 03.
       RECUPERACAO-DISCIPLINA.
           MOVE "NAO"   TO ACHOU-RESULTADO.
           MOVE MAT-REC TO MAT-ATD.
           MOVE DIS-REC TO DIS-ATD.
           IF CADATD-ABERTO EQUAL "SIM"
               READ CADATD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO ACHOU-RESULTADO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN ACHOU-RESULTADO EQUAL "NAO"
                   MOVE "03" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN SIT-ATD NOT EQUAL "REC"
                   MOVE "04" TO MOTIVO-REJR
                   PERFORM GRAVA-REJEITADO
               WHEN OTHER
                   MOVE MEDIA-ATD TO MEDIA-PERIODO
                   PERFORM CALCULA-FINAL
                   MOVE SIT-FINAL TO SIT-ATD
                   REWRITE REG-ATD
                   IF FS-CADATD NOT EQUAL "00"
                       MOVE "CADATD.DAT" TO ERR-ARQUIVO
                       MOVE FS-CADATD    TO ERR-STATUS
                       PERFORM REGISTRA-FALHA-GRAVACAO
                   ELSE
                       MOVE TURMA-ATD TO TURMA-WRK
                       MOVE NOME-ATD  TO NOME-WRK
                       MOVE DIS-ATD   TO DIS-WRK
                       PERFORM LIBERA-RESULTADO
                   END-IF
           END-EVALUATE.

      *    COMBINA A MEDIA DO PERIODO COM A NOTA DA RECUPERACAO PELA
      *    REGRA VIGENTE E DECIDE APR OU REP PELA NOTA MINIMA.
       CALCULA-FINAL.
           EVALUATE REGRA-REC
               WHEN "PON"
                   COMPUTE SOMA-PONDERADA =
                       (MEDIA-PERIODO * PESO-MEDIA) +
                       (NOTA-REC * PESO-REC)
                   DIVIDE SOMA-PONDERADA BY SOMA-PESOS
                       GIVING NOTA-FINAL ROUNDED
               WHEN "SUB"
                   IF NOTA-REC GREATER MEDIA-PERIODO
                       MOVE NOTA-REC TO NOTA-FINAL
                   ELSE
                       MOVE MEDIA-PERIODO TO NOTA-FINAL
                   END-IF
               WHEN OTHER
                   COMPUTE NOTA-FINAL ROUNDED =
                       (MEDIA-PERIODO + NOTA-REC) / 2
           END-EVALUATE.
           IF NOTA-FINAL NOT LESS NOTA-MINIMA
               MOVE "APR" TO SIT-FINAL
           ELSE
               MOVE "REP" TO SIT-FINAL.

       LIBERA-RESULTADO.
           MOVE MAT-REC       TO MAT-WRK.
           MOVE MEDIA-PERIODO TO MEDIA-WRK.
           MOVE NOTA-REC      TO NOTA-REC-WRK.
           MOVE NOTA-FINAL    TO FINAL-WRK.
           MOVE SIT-FINAL     TO SIT-WRK.
           RELEASE REG-WRK.

       GRAVA-REJEITADO.
           ADD 1 TO CONT-REJEITADOS.
           MOVE REG-REC TO CONTEUDO-REJR.
           WRITE REG-REJR.

       REGISTRA-FALHA-GRAVACAO.
           MOVE "GRAVACAO" TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA" TO ERR-OPERACAO.
           MOVE "SIM"      TO ABORTAR-JOB.

      *    IMPRESSAO DO RELRCP: QUEBRA POR TURMA, COM O TITULO DA
      *    TURMA, UMA LINHA POR RECUPERACAO E O TOTAL DE APROVADOS E
      *    REPROVADOS DA TURMA; NO FIM, O TOTAL GERAL.
       IMPRIME-RESULTADO.
           PERFORM LE-ARQSORT.
           PERFORM IMPRIME-TURMA
               UNTIL FIM-WRK EQUAL "SIM".
           MOVE "TOTAL GERAL - APROVADOS"    TO TEXTO-RES.
           MOVE TOT-APR TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL GERAL - REPROVADOS"   TO TEXTO-RES.
           MOVE TOT-REP TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "NOTAS RECUSADAS (REJREC)"   TO TEXTO-RES.
           MOVE CONT-REJEITADOS TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

       LE-ARQSORT.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-WRK
           END-RETURN.

       IMPRIME-TURMA.
           MOVE TURMA-WRK TO TURMA-ATUAL.
           MOVE ZEROS     TO QTD-APR-TURMA QTD-REP-TURMA.
           MOVE TURMA-ATUAL TO TURMA-TIT.
           MOVE LIN-TITULO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-CABEC TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM IMPRIME-DETALHE
               UNTIL FIM-WRK EQUAL "SIM"
                  OR TURMA-WRK NOT EQUAL TURMA-ATUAL.
           MOVE "APROVADOS NA RECUPERACAO"   TO TEXTO-RES.
           MOVE QTD-APR-TURMA TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "REPROVADOS NA RECUPERACAO"  TO TEXTO-RES.
           MOVE QTD-REP-TURMA TO QTD-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

       IMPRIME-DETALHE.
           MOVE MAT-WRK      TO MAT-DET.
           MOVE NOME-WRK     TO NOME-DET.
           MOVE DIS-WRK      TO DIS-DET.
           MOVE MEDIA-WRK    TO MEDIA-DET.
           MOVE NOTA-REC-WRK TO NOTA-REC-DET.
           MOVE FINAL-WRK    TO FINAL-DET.
           MOVE SIT-WRK      TO SIT-DET.
           MOVE LIN-DET      TO LINHA-REL.
           WRITE LINHA-REL.
           IF SIT-WRK EQUAL "APR"
               ADD 1 TO QTD-APR-TURMA
               ADD 1 TO TOT-APR
           ELSE
               ADD 1 TO QTD-REP-TURMA
               ADD 1 TO TOT-REP.
           PERFORM LE-ARQSORT.

       TERMINO.
           CLOSE CADREC
                 CADATU
                 REJREC
                 RELRCP.
           IF CADATD-ABERTO EQUAL "SIM"
               CLOSE CADATD.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
