       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX48.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       MANUTENCAO BATCH DO CADASTRO DE ALUNOS CADALU,
      *               NOS MOLDES DO EX15 PARA O CADFUN. LE O ARQUIVO DE
      *               MOVIMENTOS CADMVA (UM REGISTRO POR TRANSACAO:
      *               MATRICULA, ALTERACAO DE NOME/SEXO/NASCIMENTO/
      *               TURMA, TRANSFERENCIA DE TURMA OU DESLIGAMENTO,
      *               COM A MATRICULA DE 5 DIGITOS DO COPYBOOK IDCOPY),
      *               CLASSIFICA OS MOVIMENTOS POR MATRICULA E APLICA
      *               CONTRA O CADALU ATUAL, GRAVANDO O CADASTRO
      *               ATUALIZADO EM CADANV E EM RELMAL UMA LINHA POR
      *               TRANSACAO COM A IMAGEM ANTES/DEPOIS. A DATA DE
      *               NASCIMENTO INFORMADA E CRITICADA COM A MESMA
      *               REGRA DO EX02 (DATA DE CALENDARIO REAL, COM ANO
      *               BISSEXTO, E NAO FUTURA); SEXO, NOME E TURMA SAO
      *               CONFERIDOS ANTES DE QUALQUER MUDANCA. TRANSACAO
      *               RECUSADA NAO ALTERA O MESTRE E SAI NO PROPRIO
      *               RELMAL COM O MOTIVO, PARA QUE TODA MATRICULA,
      *               TRANSFERENCIA OU DESISTENCIA ENTRE NO SISTEMA POR
      *               UMA TRANSACAO AUDITAVEL EM VEZ DE EDICAO MANUAL
      *               DO CADALU.DAT. AS NOTAS NAO SAO MANTIDAS AQUI
      *               (SAO DO EX39): A MATRICULA NASCE COM AS QUATRO
      *               NOTAS ZERADAS E AS DEMAIS TRANSACOES PRESERVAM AS
      *               NOTAS DO MESTRE. O CADMVA, COMO O CADMOV, E UM
      *               ARQUIVO DE TRANSACOES AUTORADO PELO OPERADOR E
      *               NAO CARREGA O SELO DE REPASSE; A CONFERENCIA DELE
      *               E O RELMAL E O CTL48 (MOVIMENTOS = APLICADOS +
      *               REJEITADOS). A TURMA INFORMADA NA MATRICULA, NA
      *               ALTERACAO E NA TRANSFERENCIA PRECISA TER LINHA
      *               NO CADPRG, A TABELA DE TURMAS DO EX42; SEM O
      *               CADPRG A TURMA PASSA SEM ESSA CONFERENCIA, COMO
      *               O NIVEL SEM O CADNIV NO EX15.
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
      *    MOVIMENTOS DIGITADOS NA ORDEM DE ENTRADA; A CLASSIFICACAO
      *    POR MATRICULA E FEITA PELO SORT ANTES DA APLICACAO.
           SELECT CADMVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMVA.
           SELECT CADANV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADANV.
           SELECT RELMAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMAL.
           SELECT CTL48 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL48.
      *    TURMAS DO PERIODO (E SUAS SUCESSORAS), MANTIDAS PARA O
      *    EX42; AQUI SO A LISTA DE TURMAS INTERESSA.
           SELECT CADPRG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRG.
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

      *    ARQUIVO DE MOVIMENTOS: UMA TRANSACAO POR REGISTRO. TIPO-MVA
      *    "I" = MATRICULA, "A" = ALTERACAO, "T" = TRANSFERENCIA DE
      *    TURMA, "E" = DESLIGAMENTO (DESISTENCIA OU SAIDA DA ESCOLA).
      *    NA ALTERACAO, NOME/SEXO/TURMA EM BRANCO E NASCIMENTO
      *    ZERADO MANTEM O VALOR ATUAL DE CADA CAMPO. NA
      *    TRANSFERENCIA SO A TURMA E USADA, E ELA E OBRIGATORIA. NO
      *    DESLIGAMENTO OS DEMAIS CAMPOS SAO IGNORADOS. O NASCIMENTO
      *    SEGUE O FORMATO DO CADALU: DDMMAAAA.
       FD CADMVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMVA.DAT".

       01 REG-MVA.
           02 TIPO-MVA            PIC X(01).
           COPY IDCOPY REPLACING ID-CAMPO BY NUM-MVA.
           02 NOME-MVA            PIC X(20).
           02 SEXO-MVA            PIC X(01).
           02 DATA-MVA            PIC X(08).
           02 TURMA-MVA           PIC X(03).

      *    CADASTRO ATUALIZADO, NO MESMO LAYOUT DO CADALU. O OPERADOR
      *    SUBSTITUI O CADALU.DAT PELO CADANV.DAT DEPOIS DE CONFERIR O
      *    RELMAL, MANTENDO O MESTRE ANTERIOR COMO RETAGUARDA.
       FD CADANV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADANV.DAT".

       01 REG-ANV.
           02 NUM-ANV             PIC 9(05).
           02 NOME-ANV            PIC X(20).
           02 SEXO-ANV            PIC X(01).
           02 DATA-ANV            PIC 9(08).
           02 NOTAS-ANV           PIC X(16).
           02 TURMA-ANV           PIC X(03).

      *    RELATORIO DA ATUALIZACAO: UMA LINHA POR TRANSACAO, COM A
      *    ACAO APLICADA (OU O MOTIVO DA REJEICAO) E A IMAGEM DO
      *    REGISTRO ANTES E DEPOIS DA TRANSACAO.
       FD RELMAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMAL.DAT".

       01 REG-MAL.
           02 TIPO-MAL            PIC X(01).
           02 NUM-MAL             PIC 9(05).
           02 ACAO-MAL            PIC X(12).
           02 MOTIVO-MAL          PIC X(20).
           02 NOME-ANT-MAL        PIC X(20).
           02 SEXO-ANT-MAL        PIC X(01).
           02 DATA-ANT-MAL        PIC 9(08).
           02 TURMA-ANT-MAL       PIC X(03).
           02 NOME-NOV-MAL        PIC X(20).
           02 SEXO-NOV-MAL        PIC X(01).
           02 DATA-NOV-MAL        PIC 9(08).
           02 TURMA-NOV-MAL       PIC X(03).

      *    TOTAL DE CONTROLE DA EXECUCAO: QUANTOS REGISTROS DO MESTRE
      *    E DO MOVIMENTO FORAM LIDOS, QUANTAS TRANSACOES DE CADA ACAO
      *    FORAM APLICADAS OU REJEITADAS E QUANTOS REGISTROS SAIRAM NO
      *    CADASTRO ATUALIZADO.
       FD CTL48
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL48.DAT".

       01 REG-CTL48.
           02 QTD-MESTRE-CTL      PIC 9(07).
           02 QTD-MOVTOS-CTL      PIC 9(07).
           02 QTD-INCLUIDOS-CTL   PIC 9(07).
           02 QTD-ALTERADOS-CTL   PIC 9(07).
           02 QTD-TRANSFERIDOS-CTL PIC 9(07).
           02 QTD-EXCLUIDOS-CTL   PIC 9(07).
           02 QTD-REJEITADOS-CTL  PIC 9(07).
           02 QTD-GRAVADOS-CTL    PIC 9(07).

       FD CADPRG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRG.DAT".

       01 REG-PRG.
           02 TURMA-PRG           PIC X(03).
           02 SUCESSORA-PRG       PIC X(03).

       SD ARQSORT.

       01 REG-WRK.
           02 TIPO-WRK            PIC X(01).
           02 NUM-WRK             PIC 9(05).
           02 NOME-WRK            PIC X(20).
           02 SEXO-WRK            PIC X(01).
           02 DATA-WRK            PIC X(08).
           02 DATA-WRK-R REDEFINES DATA-WRK.
               03 DIA-WRK         PIC 9(02).
               03 MES-WRK         PIC 9(02).
               03 ANO-WRK         PIC 9(04).
           02 TURMA-WRK           PIC X(03).

       WORKING-STORAGE SECTION.
       77 FIM-ALU                 PIC X(03)       VALUE "NAO".
       77 FIM-MOV                 PIC X(03)       VALUE "NAO".
       77 MESTRE-PENDENTE         PIC X(03)       VALUE "NAO".
      *    UMA MATRICULA APLICADA VIRA O REGISTRO PENDENTE DO LADO DO
      *    MESTRE (MESTRE-INSERIDO = "SIM"), PARA QUE MOVIMENTOS
      *    SEGUINTES DA MESMA MATRICULA A ENXERGUEM, NA MESMA TECNICA
      *    DO EX15. O REGISTRO REAL DO MESTRE QUE ESTAVA PENDENTE FICA
      *    GUARDADO EM SALVO-* ATE O INSERIDO SER GRAVADO OU EXCLUIDO.
       77 MESTRE-INSERIDO         PIC X(03)       VALUE "NAO".
       77 SALVO-PENDENTE          PIC X(03)       VALUE "NAO".
       77 SALVO-FIM               PIC X(03)       VALUE "NAO".
       77 SALVO-NUM               PIC 9(05)       VALUE ZEROS.
       77 SALVO-NOME              PIC X(20)       VALUE SPACES.
       77 SALVO-SEXO              PIC X(01)       VALUE SPACES.
       77 SALVO-DATA              PIC 9(08)       VALUE ZEROS.
       77 SALVO-NOTAS             PIC X(16)       VALUE SPACES.
       77 SALVO-TURMA             PIC X(03)       VALUE SPACES.
      *    RESULTADO DA CRITICA DO MOVIMENTO: MOVIMENTO-OK = "NAO"
      *    RECUSA A TRANSACAO COM O MOTIVO EM MOTIVO-CRITICA.
       77 MOVIMENTO-OK            PIC X(03)       VALUE "SIM".
       77 MOTIVO-CRITICA          PIC X(20)       VALUE SPACES.
       77 DATA-VALIDA             PIC X(03)       VALUE "SIM".
       77 BISSEXTO                PIC X(03)       VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
       01 DATA-ATUAL.
           02 ANO-ATUAL           PIC 9(04).
           02 MES-ATUAL           PIC 9(02).
           02 DIA-ATUAL           PIC 9(02).
       77 CONT-MESTRE             PIC 9(07)       VALUE ZEROS.
       77 CONT-MOVTOS             PIC 9(07)       VALUE ZEROS.
       77 CONT-INCLUIDOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-ALTERADOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-TRANSFERIDOS       PIC 9(07)       VALUE ZEROS.
       77 CONT-EXCLUIDOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-REJEITADOS         PIC 9(07)       VALUE ZEROS.
       77 CONT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 FS-CADALU               PIC X(02).
       77 FS-CADMVA               PIC X(02).
       77 FS-CADANV               PIC X(02).
       77 FS-RELMAL               PIC X(02).
       77 FS-CTL48                PIC X(02).
       77 FS-CADPRG               PIC X(02).
      *    TURMAS DO CADPRG, PARA A CONFERENCIA DA TURMA INFORMADA.
       77 CONT-TURMAS             PIC 9(03)       VALUE ZEROS.
       77 SUB-TURMA               PIC 9(03)       VALUE ZEROS.
       77 ACHOU-TURMA             PIC X(03)       VALUE "NAO".
       77 LIMITE-PRG-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-TURMAS.
           02 TURMA-TAB OCCURS 50 TIMES PIC X(03).
       77 WS-NOME-MVA              PIC X(10)       VALUE "CADMVA.DAT".
       77 WS-EXISTE                PIC S9(09) COMP-5.
       01 WS-INFO-ARQ              PIC X(18).
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX48".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           SORT ARQSORT
               ON ASCENDING KEY NUM-WRK
               WITH DUPLICATES IN ORDER
               USING CADMVA
               OUTPUT PROCEDURE IS APLICA-MOVIMENTOS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

      *    O ARQUIVO DE MOVIMENTOS E CONSUMIDO DIRETO PELO SORT, QUE
      *    NAO PASSA PELO FILE STATUS: A EXISTENCIA DELE E CONFERIDA
      *    AQUI, ANTES DE QUALQUER ABERTURA, COMO NO EX15. A DATA DO
      *    SISTEMA E A REFERENCIA DA CRITICA DE NASCIMENTO FUTURO, NA
      *    MESMA REGRA DO EX02.
       INICIO.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-MVA WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE NOT EQUAL ZEROS
               MOVE "CADMVA.DAT" TO ERR-ARQUIVO
               MOVE "35"         TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM LE-TURMAS
               OPEN INPUT CADALU
                   OUTPUT CADANV
                   OUTPUT RELMAL
                   OUTPUT CTL48
               PERFORM VERIFICA-ABERTURA
           END-IF.

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
           IF FS-CADANV NOT EQUAL "00"
               MOVE "CADANV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADANV    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELMAL NOT EQUAL "00"
               MOVE "RELMAL.DAT" TO ERR-ARQUIVO
               MOVE FS-RELMAL    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL48 NOT EQUAL "00"
               MOVE "CTL48.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL48     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    CARREGA AS TURMAS DO CADPRG. O ARQUIVO E OPCIONAL: SEM ELE
      *    A TABELA FICA VAZIA E A TURMA NAO E CONFERIDA.
       LE-TURMAS.
           MOVE ZEROS TO CONT-TURMAS.
           OPEN INPUT CADPRG.
           IF FS-CADPRG EQUAL "00"
               PERFORM CARREGA-TURMA
                   UNTIL FS-CADPRG NOT EQUAL "00"
               CLOSE CADPRG.

       CARREGA-TURMA.
           READ CADPRG
               AT END
                   MOVE "10" TO FS-CADPRG
               NOT AT END
                   IF CONT-TURMAS LESS 50
                       ADD 1 TO CONT-TURMAS
                       MOVE TURMA-PRG TO TURMA-TAB (CONT-TURMAS)
                   ELSE
                       IF LIMITE-PRG-LOGADO EQUAL "NAO"
                           MOVE "CADPRG.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-PRG-LOGADO
                       END-IF
                   END-IF
           END-READ.

      *    CASAMENTO DOS MOVIMENTOS CLASSIFICADOS COM O MESTRE, MANTIDO
      *    EM ORDEM CRESCENTE DE MATRICULA (A MESMA PREMISSA DO
      *    CASAMENTO DO EX40). MATRICULA DO MESTRE MENOR QUE A DO
      *    MOVIMENTO E COPIADA SEM MUDANCA; MOVIMENTO SEM MESTRE SO
      *    PODE SER MATRICULA; MATRICULAS IGUAIS APLICAM ALTERACAO,
      *    TRANSFERENCIA OU DESLIGAMENTO.
       APLICA-MOVIMENTOS.
           PERFORM LE-MESTRE.
           PERFORM LE-MOVIMENTO.
           PERFORM CASA-MOVIMENTO
               UNTIL (FIM-ALU EQUAL "SIM"
                      AND MESTRE-PENDENTE EQUAL "NAO"
                      AND FIM-MOV EQUAL "SIM")
                  OR ABORTAR-JOB EQUAL "SIM".

       CASA-MOVIMENTO.
           EVALUATE TRUE
               WHEN FIM-MOV EQUAL "SIM"
                   PERFORM COPIA-MESTRE
                   PERFORM AVANCA-MESTRE
               WHEN FIM-ALU EQUAL "SIM"
                    AND MESTRE-PENDENTE EQUAL "NAO"
                   PERFORM TRATA-MOV-SEM-MESTRE
                   PERFORM LE-MOVIMENTO
               WHEN NUM-ALU LESS NUM-WRK
                   PERFORM COPIA-MESTRE
                   PERFORM AVANCA-MESTRE
               WHEN NUM-WRK LESS NUM-ALU
                   PERFORM TRATA-MOV-SEM-MESTRE
                   PERFORM LE-MOVIMENTO
               WHEN OTHER
                   PERFORM TRATA-MOV-COM-MESTRE
                   PERFORM LE-MOVIMENTO
           END-EVALUATE.

      *    AVANCA O LADO DO MESTRE: QUANDO O REGISTRO QUE SAIU DE CENA
      *    ERA UMA MATRICULA DESTA EXECUCAO, O REGISTRO REAL GUARDADO
      *    EM SALVO-* VOLTA A SER O PENDENTE, SEM LER O ARQUIVO.
       AVANCA-MESTRE.
           IF MESTRE-INSERIDO EQUAL "SIM"
               MOVE "NAO"          TO MESTRE-INSERIDO
               MOVE SALVO-NUM      TO NUM-ALU
               MOVE SALVO-NOME     TO NOME-ALU
               MOVE SALVO-SEXO     TO SEXO-ALU
               MOVE SALVO-DATA     TO DATA-ALU
               MOVE SALVO-NOTAS    TO NOTAS-ALU
               MOVE SALVO-TURMA    TO TURMA-ALU
               MOVE SALVO-PENDENTE TO MESTRE-PENDENTE
               MOVE SALVO-FIM      TO FIM-ALU
           ELSE
               PERFORM LE-MESTRE.

       LE-MESTRE.
           READ CADALU
               AT END
                   MOVE "SIM" TO FIM-ALU
                   MOVE "NAO" TO MESTRE-PENDENTE
               NOT AT END
                   ADD 1 TO CONT-MESTRE
                   MOVE "SIM" TO MESTRE-PENDENTE
           END-READ.

       LE-MOVIMENTO.
           RETURN ARQSORT
               AT END
                   MOVE "SIM" TO FIM-MOV
               NOT AT END
                   ADD 1 TO CONT-MOVTOS
           END-RETURN.

       COPIA-MESTRE.
           MOVE NUM-ALU     TO NUM-ANV.
           MOVE NOME-ALU    TO NOME-ANV.
           MOVE SEXO-ALU    TO SEXO-ANV.
           MOVE DATA-ALU    TO DATA-ANV.
           MOVE NOTAS-ALU   TO NOTAS-ANV.
           MOVE TURMA-ALU   TO TURMA-ANV.
           WRITE REG-ANV.
           ADD 1 TO CONT-GRAVADOS.
           MOVE "NAO" TO MESTRE-PENDENTE.

      *    MOVIMENTO CUJA MATRICULA NAO EXISTE NO MESTRE: A MATRICULA
      *    (TIPO "I") EXIGE NOME, SEXO, NASCIMENTO E TURMA VALIDOS E
      *    VIRA O PENDENTE DO LADO DO MESTRE, COM AS NOTAS ZERADAS;
      *    OS DEMAIS TIPOS SAO REJEITADOS POR MATRICULA INEXISTENTE.
       TRATA-MOV-SEM-MESTRE.
           PERFORM MONTA-LINHA-MOV.
           IF TIPO-WRK NOT EQUAL "I"
               ADD 1 TO CONT-REJEITADOS
               MOVE "REJEITADO"  TO ACAO-MAL
               MOVE "ALUNO INEXISTENTE" TO MOTIVO-MAL
               WRITE REG-MAL
           ELSE
               PERFORM CRITICA-MATRICULA
               IF MOVIMENTO-OK NOT EQUAL "SIM"
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "REJEITADO"    TO ACAO-MAL
                   MOVE MOTIVO-CRITICA TO MOTIVO-MAL
                   WRITE REG-MAL
               ELSE
                   MOVE MESTRE-PENDENTE TO SALVO-PENDENTE
                   MOVE FIM-ALU         TO SALVO-FIM
                   IF MESTRE-PENDENTE EQUAL "SIM"
                       MOVE NUM-ALU     TO SALVO-NUM
                       MOVE NOME-ALU    TO SALVO-NOME
                       MOVE SEXO-ALU    TO SALVO-SEXO
                       MOVE DATA-ALU    TO SALVO-DATA
                       MOVE NOTAS-ALU   TO SALVO-NOTAS
                       MOVE TURMA-ALU   TO SALVO-TURMA
                   END-IF
                   MOVE NUM-WRK     TO NUM-ALU
                   MOVE NOME-WRK    TO NOME-ALU
                   MOVE SEXO-WRK    TO SEXO-ALU
                   MOVE DATA-WRK    TO DATA-ALU
                   MOVE ZEROS       TO NOTAS-ALU
                   MOVE TURMA-WRK   TO TURMA-ALU
                   MOVE "SIM"       TO MESTRE-PENDENTE
                   MOVE "SIM"       TO MESTRE-INSERIDO
                   ADD 1 TO CONT-INCLUIDOS
                   MOVE "INCLUIDO"  TO ACAO-MAL
                   PERFORM MOVE-IMAGEM-NOVA
                   WRITE REG-MAL
               END-IF
           END-IF.

      *    MOVIMENTO CUJA MATRICULA EXISTE NO MESTRE: ALTERACAO E
      *    TRANSFERENCIA ATUALIZAM O REGISTRO PENDENTE (QUE SO VAI
      *    PARA O CADANV QUANDO A PROXIMA MATRICULA DE MOVIMENTO FOR
      *    OUTRA), DESLIGAMENTO DESCARTA O REGISTRO E MATRICULA E
      *    REJEITADA POR DUPLICIDADE.
       TRATA-MOV-COM-MESTRE.
           PERFORM MONTA-LINHA-MOV.
           PERFORM MOVE-IMAGEM-ANTERIOR.
           EVALUATE TIPO-WRK
               WHEN "I"
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "REJEITADO" TO ACAO-MAL
                   MOVE "ALUNO JA EXISTE" TO MOTIVO-MAL
                   WRITE REG-MAL
               WHEN "A"
                   PERFORM CRITICA-ALTERACAO
                   IF MOVIMENTO-OK NOT EQUAL "SIM"
                       ADD 1 TO CONT-REJEITADOS
                       MOVE "REJEITADO"    TO ACAO-MAL
                       MOVE MOTIVO-CRITICA TO MOTIVO-MAL
                   ELSE
                       ADD 1 TO CONT-ALTERADOS
                       MOVE "ALTERADO"  TO ACAO-MAL
                       IF NOME-WRK NOT EQUAL SPACES
                           MOVE NOME-WRK TO NOME-ALU
                       END-IF
                       IF SEXO-WRK NOT EQUAL SPACES
                           MOVE SEXO-WRK TO SEXO-ALU
                       END-IF
                       IF DATA-WRK NOT EQUAL SPACES
                          AND DATA-WRK NOT EQUAL ZEROS
                           MOVE DATA-WRK TO DATA-ALU
                       END-IF
                       IF TURMA-WRK NOT EQUAL SPACES
                           MOVE TURMA-WRK TO TURMA-ALU
                       END-IF
                       PERFORM MOVE-IMAGEM-NOVA
                   END-IF
                   WRITE REG-MAL
               WHEN "T"
                   IF TURMA-WRK EQUAL SPACES
                       ADD 1 TO CONT-REJEITADOS
                       MOVE "REJEITADO" TO ACAO-MAL
                       MOVE "TURMA NAO INFORMADA" TO MOTIVO-MAL
                   ELSE
                       MOVE "SIM" TO MOVIMENTO-OK
                       PERFORM CRITICA-TURMA
                       EVALUATE TRUE
                           WHEN TURMA-WRK EQUAL TURMA-ALU
                               ADD 1 TO CONT-REJEITADOS
                               MOVE "REJEITADO" TO ACAO-MAL
                               MOVE "JA ESTA NA TURMA" TO MOTIVO-MAL
                           WHEN MOVIMENTO-OK NOT EQUAL "SIM"
                               ADD 1 TO CONT-REJEITADOS
                               MOVE "REJEITADO"    TO ACAO-MAL
                               MOVE MOTIVO-CRITICA TO MOTIVO-MAL
                           WHEN OTHER
                               ADD 1 TO CONT-TRANSFERIDOS
                               MOVE "TRANSFERIDO" TO ACAO-MAL
                               MOVE TURMA-WRK     TO TURMA-ALU
                               PERFORM MOVE-IMAGEM-NOVA
                       END-EVALUATE
                   END-IF
                   WRITE REG-MAL
               WHEN "E"
                   ADD 1 TO CONT-EXCLUIDOS
                   MOVE "EXCLUIDO"  TO ACAO-MAL
                   WRITE REG-MAL
                   MOVE "NAO" TO MESTRE-PENDENTE
                   PERFORM AVANCA-MESTRE
               WHEN OTHER
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "REJEITADO" TO ACAO-MAL
                   MOVE "TIPO INVALIDO" TO MOTIVO-MAL
                   WRITE REG-MAL
           END-EVALUATE.

      *    CRITICA DA MATRICULA: TODOS OS CAMPOS SAO OBRIGATORIOS.
       CRITICA-MATRICULA.
           MOVE "SIM"    TO MOVIMENTO-OK.
           MOVE SPACES   TO MOTIVO-CRITICA.
           IF NOME-WRK EQUAL SPACES
               MOVE "NAO" TO MOVIMENTO-OK
               MOVE "NOME NAO INFORMADO" TO MOTIVO-CRITICA.
           IF MOVIMENTO-OK EQUAL "SIM"
               PERFORM CRITICA-SEXO.
           IF MOVIMENTO-OK EQUAL "SIM"
               PERFORM CRITICA-NASCIMENTO.
           IF MOVIMENTO-OK EQUAL "SIM"
              AND TURMA-WRK EQUAL SPACES
               MOVE "NAO" TO MOVIMENTO-OK
               MOVE "TURMA NAO INFORMADA" TO MOTIVO-CRITICA.
           IF MOVIMENTO-OK EQUAL "SIM"
               PERFORM CRITICA-TURMA.

      *    CRITICA DA ALTERACAO: SO OS CAMPOS INFORMADOS SAO
      *    CONFERIDOS, E PELO MENOS UM TEM DE SER INFORMADO.
       CRITICA-ALTERACAO.
           MOVE "SIM"    TO MOVIMENTO-OK.
           MOVE SPACES   TO MOTIVO-CRITICA.
           IF NOME-WRK EQUAL SPACES
              AND SEXO-WRK EQUAL SPACES
              AND (DATA-WRK EQUAL SPACES OR DATA-WRK EQUAL ZEROS)
              AND TURMA-WRK EQUAL SPACES
               MOVE "NAO" TO MOVIMENTO-OK
               MOVE "NADA A ALTERAR" TO MOTIVO-CRITICA.
           IF MOVIMENTO-OK EQUAL "SIM"
              AND SEXO-WRK NOT EQUAL SPACES
               PERFORM CRITICA-SEXO.
           IF MOVIMENTO-OK EQUAL "SIM"
              AND DATA-WRK NOT EQUAL SPACES
              AND DATA-WRK NOT EQUAL ZEROS
               PERFORM CRITICA-NASCIMENTO.
           IF MOVIMENTO-OK EQUAL "SIM"
              AND TURMA-WRK NOT EQUAL SPACES
               PERFORM CRITICA-TURMA.

      *    A TURMA INFORMADA PRECISA ESTAR NO CADPRG QUANDO A TABELA
      *    FOI CARREGADA.
       CRITICA-TURMA.
           IF CONT-TURMAS GREATER ZEROS
               MOVE "NAO" TO ACHOU-TURMA
               PERFORM VARIA-PROCURA-TURMA
                   VARYING SUB-TURMA FROM 1 BY 1
                   UNTIL SUB-TURMA GREATER CONT-TURMAS
                      OR ACHOU-TURMA EQUAL "SIM"
               IF ACHOU-TURMA EQUAL "NAO"
                   MOVE "NAO" TO MOVIMENTO-OK
                   MOVE "TURMA INEXISTENTE" TO MOTIVO-CRITICA
               END-IF
           END-IF.

       VARIA-PROCURA-TURMA.
           IF TURMA-TAB (SUB-TURMA) EQUAL TURMA-WRK
               MOVE "SIM" TO ACHOU-TURMA.

       CRITICA-SEXO.
           IF SEXO-WRK NOT EQUAL "M"
              AND SEXO-WRK NOT EQUAL "F"
               MOVE "NAO" TO MOVIMENTO-OK
               MOVE "SEXO INVALIDO" TO MOTIVO-CRITICA.

       CRITICA-NASCIMENTO.
           IF DATA-WRK NOT NUMERIC
               MOVE "NAO" TO DATA-VALIDA
           ELSE
               PERFORM VALIDA-DATA.
           IF DATA-VALIDA NOT EQUAL "SIM"
               MOVE "NAO" TO MOVIMENTO-OK
               MOVE "NASCIMENTO INVALIDO" TO MOTIVO-CRITICA.

      *    VALIDA SE DIA/MES/ANO DO MOVIMENTO FORMAM UMA DATA DE
      *    CALENDARIO REAL E QUE NAO ESTA NO FUTURO (REGRA DO EX02).
       VALIDA-DATA.
           MOVE "SIM" TO DATA-VALIDA.
           IF MES-WRK LESS 1 OR MES-WRK GREATER 12
               MOVE "NAO" TO DATA-VALIDA
           ELSE
               PERFORM VERIFICA-DIA-MES.

           IF ANO-WRK GREATER ANO-ATUAL
               MOVE "NAO" TO DATA-VALIDA
           ELSE
               IF ANO-WRK EQUAL ANO-ATUAL
                   IF MES-WRK GREATER MES-ATUAL
                       MOVE "NAO" TO DATA-VALIDA
                   ELSE
                       IF MES-WRK EQUAL MES-ATUAL
                          AND DIA-WRK GREATER DIA-ATUAL
                           MOVE "NAO" TO DATA-VALIDA.

      *    CONFERE SE O DIA E COMPATIVEL COM O NUMERO DE DIAS DO MES,
      *    LEVANDO EM CONTA ANO BISSEXTO PARA FEVEREIRO.
       VERIFICA-DIA-MES.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE ANO-WRK BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE ANO-WRK BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE ANO-WRK BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

           EVALUATE MES-WRK
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF DIA-WRK LESS 1 OR DIA-WRK GREATER 30
                       MOVE "NAO" TO DATA-VALIDA
               WHEN 2
                   IF BISSEXTO EQUAL "SIM"
                       IF DIA-WRK LESS 1 OR DIA-WRK GREATER 29
                           MOVE "NAO" TO DATA-VALIDA
                       END-IF
                   ELSE
                       IF DIA-WRK LESS 1 OR DIA-WRK GREATER 28
                           MOVE "NAO" TO DATA-VALIDA
                       END-IF
               WHEN OTHER
                   IF DIA-WRK LESS 1 OR DIA-WRK GREATER 31
                       MOVE "NAO" TO DATA-VALIDA
           END-EVALUATE.

      *    PREPARA A LINHA DE RELMAL COM OS CAMPOS COMUNS A TODA
      *    TRANSACAO; CADA CHAMADOR COMPLETA ACAO, MOTIVO E IMAGENS.
       MONTA-LINHA-MOV.
           MOVE SPACES        TO REG-MAL.
           MOVE TIPO-WRK      TO TIPO-MAL.
           MOVE NUM-WRK       TO NUM-MAL.
           MOVE ZEROS         TO DATA-ANT-MAL DATA-NOV-MAL.

      *    COPIA A IMAGEM ATUAL DO MESTRE PARA O LADO "ANTES" DA
      *    LINHA DE RELMAL.
       MOVE-IMAGEM-ANTERIOR.
           MOVE NOME-ALU    TO NOME-ANT-MAL.
           MOVE SEXO-ALU    TO SEXO-ANT-MAL.
           MOVE DATA-ALU    TO DATA-ANT-MAL.
           MOVE TURMA-ALU   TO TURMA-ANT-MAL.

      *    COPIA A IMAGEM DO REGISTRO JA ATUALIZADO PARA O LADO
      *    "DEPOIS" DA LINHA DE RELMAL.
       MOVE-IMAGEM-NOVA.
           MOVE NOME-ALU    TO NOME-NOV-MAL.
           MOVE SEXO-ALU    TO SEXO-NOV-MAL.
           MOVE DATA-ALU    TO DATA-NOV-MAL.
           MOVE TURMA-ALU   TO TURMA-NOV-MAL.

       GERA-RELATORIO-CTL.
           MOVE CONT-MESTRE       TO QTD-MESTRE-CTL.
           MOVE CONT-MOVTOS       TO QTD-MOVTOS-CTL.
           MOVE CONT-INCLUIDOS    TO QTD-INCLUIDOS-CTL.
           MOVE CONT-ALTERADOS    TO QTD-ALTERADOS-CTL.
           MOVE CONT-TRANSFERIDOS TO QTD-TRANSFERIDOS-CTL.
           MOVE CONT-EXCLUIDOS    TO QTD-EXCLUIDOS-CTL.
           MOVE CONT-REJEITADOS   TO QTD-REJEITADOS-CTL.
           MOVE CONT-GRAVADOS     TO QTD-GRAVADOS-CTL.
           WRITE REG-CTL48.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADALU
                 CADANV
                 RELMAL
                 CTL48.
