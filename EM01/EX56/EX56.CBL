       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX56.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       LANCAMENTO DO ACUMULADO ANUAL DA FOLHA. EXECUTADO
      *               PELO JOB MESTRE LOGO APOS O EX34, LE O CADLIQ DO
      *               DIA (SELADO) E O BONUS DA TRILHA CADAUD E SOMA,
      *               NO MESTRE INDEXADO CADACU (CHAVE CODIGO + ANO),
      *               O BRUTO, O BONUS, CADA TIPO DE DESCONTO, O TOTAL
      *               DE DESCONTOS E O LIQUIDO DO FUNCIONARIO. O
      *               REGISTRO DE CODIGO 00000 DE CADA ANO ACUMULA O
      *               TOTAL DA EMPRESA, CONFERIDO PELO INFORME EX57.
      *               CADA LANCAMENTO FICA TAMBEM NO DIARIO INDEXADO
      *               CADACL (CHAVE CODIGO + DATA DE PROCESSAMENTO):
      *               RELANCAR A MESMA DATA ESTORNA DO ACUMULADO OS
      *               VALORES JA LANCADOS NELA ANTES DE SOMAR OS NOVOS,
      *               NO MESMO ESPIRITO DO REGRAVAR SEM DUPLICAR DO
      *               EX31 - UMA REEXECUCAO DO LOTE NAO CONTA EM DOBRO.
      *               O SELO DO CADLIQ E CONFERIDO POR INTEIRO ANTES
      *               DO PRIMEIRO LANCAMENTO.
      *               DEPOIS DA FOLHA SAO LANCADOS, QUANDO EXISTEM NA
      *               DATA, O DECIMO TERCEIRO DO EX58 (CAD13S) E AS
      *               FERIAS DO EX60 (CADFRS), NO LAYOUT E COM O SELO
      *               DO CADLIQ E SEM BONUS. A ORIGEM FAZ PARTE DA
      *               CHAVE DO CADACL, PARA QUE A FOLHA, O DECIMO
      *               TERCEIRO E AS FERIAS DO MESMO DIA NAO SE
      *               ESTORNEM UNS AOS OUTROS. NA SEGUNDA PARCELA DO
      *               DECIMO TERCEIRO, A PRIMEIRA PARCELA ABATIDA
      *               ("1PA") SAI DO BRUTO E DOS DESCONTOS, POIS JA
      *               ENTROU NO ACUMULADO QUANDO FOI PAGA.
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
      *    LIQUIDOS DO DIA GRAVADOS PELO EX34 (CADLIQ_AAAAMMDD.DAT);
      *    DEPOIS, NO MESMO LAYOUT, O CAD13S DO EX58 E O CADFRS DO
      *    EX60 DA DATA.
           SELECT CADLIQ ASSIGN TO WS-NOME-CADLIQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLIQ.
      *    MESMA TRILHA GRAVADA PELO EX08 NO DIA, FONTE DO BONUS.
           SELECT CADAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADAUD.
      *    ACUMULADO ANUAL POR FUNCIONARIO (CHAVE CODIGO + ANO).
           SELECT CADACU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ACU
           FILE STATUS IS FS-CADACU.
      *    DIARIO DOS LANCAMENTOS (CHAVE CODIGO + DATA), BASE DO
      *    ESTORNO NO RELANCAMENTO DE UMA DATA.
           SELECT CADACL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ACL
           FILE STATUS IS FS-CADACL.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA NA
      *    RESOLUCAO DOS NOMES DE ARQUIVO DATADOS.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
           SELECT CTL56 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL56.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT GRAVADO PELO EX34, PELO EX58 E PELO EX60.
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

      *    ACUMULADO DO ANO. OS TIPOS DE DESCONTO OCUPAM AS POSICOES
      *    NA ORDEM EM QUE APARECEM PELA PRIMEIRA VEZ NO ANO.
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
           02 BRUTO-ACU            PIC 9(11)V99.
           02 BONUS-ACU            PIC 9(11)V99.
           02 DESC-ACU OCCURS 5 TIMES.
              03 TIPO-DESC-ACU     PIC X(03).
              03 VALOR-DESC-ACU    PIC 9(11)V99.
           02 TOT-DESC-ACU         PIC 9(11)V99.
           02 LIQUIDO-ACU          PIC 9(11)V99.

      *    VALORES LANCADOS PARA O FUNCIONARIO NA DATA, POR ORIGEM:
      *    "LIQ" = FOLHA, "13S" = DECIMO TERCEIRO, "FRS" = FERIAS.
       FD CADACL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACL.DAT".

       01 REG-ACL.
           02 CHAVE-ACL.
              03 COD-ACL           PIC 9(05).
              03 DATA-ACL          PIC 9(08).
              03 ORIGEM-ACL        PIC X(03).
           02 BRUTO-ACL            PIC 9(07)V99.
           02 BONUS-ACL            PIC 9(07)V99.
           02 DESC-ACL OCCURS 5 TIMES.
              03 TIPO-DESC-ACL     PIC X(03).
              03 VALOR-DESC-ACL    PIC 9(07)V99.
           02 TOT-DESC-ACL         PIC 9(07)V99.
           02 LIQUIDO-ACL          PIC 9(07)V99.

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL56
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL56.DAT".

       01 REG-CTL56.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-LANCADOS-CTL    PIC 9(07).
           02 QTD-RELANCADOS-CTL  PIC 9(07).
           02 SOMA-BRUTO-CTL      PIC 9(11)V99.
           02 SOMA-LIQUIDO-CTL    PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADLIQ               PIC X(02).
       77 FS-CADAUD               PIC X(02).
       77 FS-CADACU               PIC X(02).
       77 FS-CADACL               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-CTL56                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CADLIQ          PIC X(30).
       77 WS-NOME-CAD13S          PIC X(30).
       77 WS-NOME-CADFRS          PIC X(30).
       77 WS-EXISTE               PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
       77 ARQ-FONTE               PIC X(12)       VALUE "CADLIQ.DAT".
       77 ORIGEM-LANC             PIC X(03)       VALUE "LIQ".
       77 ANO-PROC                PIC 9(04).
       77 FIM-LIQ                 PIC X(03)       VALUE "NAO".
       77 FIM-AUD                 PIC X(03)       VALUE "NAO".
       77 TRL-VISTO               PIC X(03)       VALUE "NAO".
       77 SELO-QTD-LIDA           PIC 9(07)       VALUE ZEROS.
       77 SELO-HASH-LIDA          PIC 9(11)V99    VALUE ZEROS.
       77 JA-LANCADO              PIC X(03)       VALUE "NAO".
       77 ACHOU-ACU               PIC X(03)       VALUE "NAO".
       77 SINAL                   PIC S9(01)      VALUE +1.
       77 SUB-DESC                PIC 9(01)       VALUE ZEROS.
       77 SUB-SLOT                PIC 9(01)       VALUE ZEROS.
       77 ACHOU-SLOT              PIC X(03)       VALUE "NAO".
       77 LIMITE-SLOT-LOGADO      PIC X(03)       VALUE "NAO".
      *    VALORES DO DIA (NOVOS), OS JA LANCADOS NA MESMA DATA
      *    (ANTIGOS, SO NO RELANCAMENTO) E O MOVIMENTO APLICADO AO
      *    ACUMULADO, COM SINAL.
       01 VALORES-NOVOS.
           02 BRUTO-NOV           PIC 9(11)V99.
           02 BONUS-NOV           PIC 9(11)V99.
           02 DESC-NOV OCCURS 5 TIMES.
              03 TIPO-DESC-NOV    PIC X(03).
              03 VALOR-DESC-NOV   PIC 9(11)V99.
           02 TOT-DESC-NOV        PIC 9(11)V99.
           02 LIQUIDO-NOV         PIC 9(11)V99.
       01 VALORES-ANTIGOS.
           02 BRUTO-ANT           PIC 9(11)V99.
           02 BONUS-ANT           PIC 9(11)V99.
           02 DESC-ANT OCCURS 5 TIMES.
              03 TIPO-DESC-ANT    PIC X(03).
              03 VALOR-DESC-ANT   PIC 9(11)V99.
           02 TOT-DESC-ANT        PIC 9(11)V99.
           02 LIQUIDO-ANT         PIC 9(11)V99.
       01 VALORES-MOV.
           02 BRUTO-MOV           PIC 9(11)V99.
           02 BONUS-MOV           PIC 9(11)V99.
           02 DESC-MOV OCCURS 5 TIMES.
              03 TIPO-DESC-MOV    PIC X(03).
              03 VALOR-DESC-MOV   PIC 9(11)V99.
           02 TOT-DESC-MOV        PIC 9(11)V99.
           02 LIQUIDO-MOV         PIC 9(11)V99.
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-LANCADOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-RELANCADOS         PIC 9(07)       VALUE ZEROS.
       77 SOMA-BRUTO              PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-LIQUIDO            PIC 9(11)V99    VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX56".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CONFERE-SELO-CADLIQ
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REABRE-CADLIQ
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LE-CADLIQ
           PERFORM LANCA-PAGAMENTO
               UNTIL FIM-LIQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LANCA-DECIMO-TERCEIRO
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LANCA-FERIAS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM GERA-NOME-CADLIQ.
           MOVE WS-DATA-ARQ (1:4) TO ANO-PROC.
           OPEN INPUT CADLIQ
                INPUT CADAUD
               OUTPUT CTL56.
           PERFORM ABRE-ACUMULADOS.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM AVANCA-CADAUD
           END-IF.

      *    O CADACU E O CADACL SAO CRIADOS NA PRIMEIRA EXECUCAO
      *    (AINDA NAO EXISTEM, O STATUS VEM "35") E NAS SEGUINTES SAO
      *    ABERTOS EM I-O, NO MESMO MOLDE DO ABRE-CADHSF DO EX31.
       ABRE-ACUMULADOS.
           OPEN I-O CADACU.
           IF FS-CADACU EQUAL "35"
               OPEN OUTPUT CADACU
               CLOSE CADACU
               OPEN I-O CADACU.
           OPEN I-O CADACL.
           IF FS-CADACL EQUAL "35"
               OPEN OUTPUT CADACL
               CLOSE CADACL
               OPEN I-O CADACL.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADLIQ NOT EQUAL "00"
               MOVE ARQ-FONTE    TO ERR-ARQUIVO
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
           IF FS-CADACU NOT EQUAL "00"
               MOVE "CADACU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADACU    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADACL NOT EQUAL "00"
               MOVE "CADACL.DAT" TO ERR-ARQUIVO
               MOVE FS-CADACL    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL56 NOT EQUAL "00"
               MOVE "CTL56.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL56     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    MONTA O NOME DO CADLIQ DO DIA, NO MESMO FORMATO QUE O EX34
      *    USA PARA GRAVA-LO, E OS DO CAD13S E DO CADFRS DA DATA.
       GERA-NOME-CADLIQ.
           PERFORM LE-DATA-PROC.
           MOVE SPACES TO WS-NOME-CADLIQ.
           STRING "CADLIQ_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADLIQ.
           MOVE SPACES TO WS-NOME-CAD13S.
           STRING "CAD13S_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CAD13S.
           MOVE SPACES TO WS-NOME-CADFRS.
           STRING "CADFRS_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADFRS.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SEM O ARQUIVO VALE A DATA DO SISTEMA, QUE E O CASO NORMAL
      *    DO LOTE DIARIO.
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

      *    PRIMEIRA PASSADA: CONFERE O SELO DO CADLIQ DE PONTA A PONTA
      *    (CABECALHO COM A DATA ESPERADA, TRAILER COM QUANTIDADE E
      *    HASH) ANTES DE TOCAR NO ACUMULADO.
       CONFERE-SELO-CADLIQ.
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
           PERFORM LE-SELO-CADLIQ
               UNTIL FIM-LIQ EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM".

       LE-SELO-CADLIQ.
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

      *    SEGUNDA PASSADA: REABRE O CADLIQ E PULA O CABECALHO.
       REABRE-CADLIQ.
           CLOSE CADLIQ.
           OPEN INPUT CADLIQ.
           IF FS-CADLIQ NOT EQUAL "00"
               MOVE ARQ-FONTE    TO ERR-ARQUIVO
               MOVE FS-CADLIQ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               MOVE "NAO" TO FIM-LIQ
               READ CADLIQ
                   AT END
                       MOVE "SIM" TO FIM-LIQ
               END-READ
           END-IF.

       LOGA-SELO-AUSENTE.
           MOVE ARQ-FONTE    TO ERR-ARQUIVO.
           MOVE "95"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-DATA.
           MOVE ARQ-FONTE    TO ERR-ARQUIVO.
           MOVE "96"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

       LOGA-SELO-TOTAL.
           MOVE ARQ-FONTE    TO ERR-ARQUIVO.
           MOVE "97"         TO ERR-STATUS.
           MOVE "SELO"       TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

      *    O SELO JA FOI CONFERIDO; O TRAILER SO ENCERRA A LEITURA.
       LE-CADLIQ.
           READ CADLIQ
               AT END
                   MOVE "SIM" TO FIM-LIQ
               NOT AT END
                   IF TIPO-SELO-TL EQUAL "TRL"
                       MOVE "SIM" TO FIM-LIQ
                   END-IF
           END-READ.

      *    O DECIMO TERCEIRO GRAVADO PELO EX58 PARA A DATA DE
      *    PROCESSAMENTO E LANCADO DEPOIS DA FOLHA, NO MESMO MOLDE.
       LANCA-DECIMO-TERCEIRO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CAD13S WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE WS-NOME-CAD13S TO WS-NOME-CADLIQ
               MOVE "CAD13S.DAT"   TO ARQ-FONTE
               MOVE "13S"          TO ORIGEM-LANC
               PERFORM LANCA-AVULSO.

      *    AS FERIAS PAGAS PELO EX60 NA DATA DE PROCESSAMENTO SAO
      *    LANCADAS DA MESMA FORMA.
       LANCA-FERIAS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CADFRS WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE WS-NOME-CADFRS TO WS-NOME-CADLIQ
               MOVE "CADFRS.DAT"   TO ARQ-FONTE
               MOVE "FRS"          TO ORIGEM-LANC
               PERFORM LANCA-AVULSO.

      *    LANCA UM ARQUIVO DE PAGAMENTOS AVULSOS NO LAYOUT DO CADLIQ
      *    (NOME EM WS-NOME-CADLIQ): AS MESMAS DUAS PASSADAS DA FOLHA,
      *    COM O SELO CONFERIDO POR INTEIRO ANTES DO PRIMEIRO
      *    LANCAMENTO.
       LANCA-AVULSO.
           CLOSE CADLIQ.
           MOVE "NAO"  TO FIM-LIQ TRL-VISTO.
           MOVE ZEROS  TO SELO-QTD-LIDA SELO-HASH-LIDA.
           OPEN INPUT CADLIQ.
           IF FS-CADLIQ NOT EQUAL "00"
               MOVE ARQ-FONTE    TO ERR-ARQUIVO
               MOVE FS-CADLIQ    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM CONFERE-SELO-CADLIQ
           END-IF.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM REABRE-CADLIQ
           END-IF.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM LE-CADLIQ
               PERFORM LANCA-PAGAMENTO
                   UNTIL FIM-LIQ EQUAL "SIM"
                      OR ABORTAR-JOB EQUAL "SIM"
           END-IF.

       AVANCA-CADAUD.
           READ CADAUD
               AT END
                   MOVE "SIM" TO FIM-AUD
           END-READ.

      *    LANCA O PAGAMENTO DO DIA NO ACUMULADO DO FUNCIONARIO E NO
      *    DA EMPRESA. SE O DIARIO JA TEM A DATA PARA O CODIGO, OS
      *    VALORES DE LA SAO ESTORNADOS ANTES DA SOMA DOS NOVOS.
       LANCA-PAGAMENTO.
           ADD 1 TO CONT-LIDOS.
           PERFORM MONTA-VALORES-NOVOS.
           MOVE COD-LIQ     TO COD-ACL.
           MOVE WS-DATA-ARQ TO DATA-ACL.
           MOVE ORIGEM-LANC TO ORIGEM-ACL.
           MOVE "NAO" TO JA-LANCADO.
           READ CADACL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO JA-LANCADO
                   PERFORM MONTA-VALORES-ANTIGOS
           END-READ.
           MOVE COD-LIQ  TO COD-ACU.
           MOVE ANO-PROC TO ANO-ACU.
           PERFORM ATUALIZA-ACUMULADO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               MOVE ZEROS    TO COD-ACU
               MOVE ANO-PROC TO ANO-ACU
               PERFORM ATUALIZA-ACUMULADO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GRAVA-DIARIO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               IF JA-LANCADO EQUAL "SIM"
                   ADD 1 TO CONT-RELANCADOS
               ELSE
                   ADD 1 TO CONT-LANCADOS
               END-IF
               ADD BRUTO-NOV   TO SOMA-BRUTO
               ADD LIQUIDO-NOV TO SOMA-LIQUIDO.
           PERFORM LE-CADLIQ.

      *    O BONUS VEM DA TRILHA CADAUD (MESMA ORDEM DE CODIGO DO
      *    CADLIQ); SEM AUDITORIA DO DIA O BONUS FICA ZERADO. DECIMO
      *    TERCEIRO E FERIAS NAO TEM BONUS.
       MONTA-VALORES-NOVOS.
           MOVE BRUTO-LIQ    TO BRUTO-NOV.
           MOVE TOT-DESC-LIQ TO TOT-DESC-NOV.
           MOVE LIQUIDO-LIQ  TO LIQUIDO-NOV.
           PERFORM VARIA-COPIA-DESC-NOV
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.
           MOVE ZEROS TO BONUS-NOV.
           IF ORIGEM-LANC EQUAL "LIQ"
               PERFORM AVANCA-CADAUD
                   UNTIL FIM-AUD EQUAL "SIM"
                      OR COD-AUD NOT LESS COD-LIQ
               IF FIM-AUD NOT EQUAL "SIM"
                  AND COD-AUD EQUAL COD-LIQ
                   MOVE BONUS-AUD TO BONUS-NOV
               END-IF
           END-IF.
           IF ORIGEM-LANC EQUAL "13S"
               PERFORM VARIA-ABATE-ADIANTADO
                   VARYING SUB-DESC FROM 1 BY 1
                   UNTIL SUB-DESC GREATER 5
           END-IF.

       VARIA-COPIA-DESC-NOV.
           MOVE TIPO-DESC-LIQ (SUB-DESC)  TO TIPO-DESC-NOV (SUB-DESC).
           MOVE VALOR-DESC-LIQ (SUB-DESC) TO VALOR-DESC-NOV (SUB-DESC).

      *    A PRIMEIRA PARCELA ABATIDA NA SEGUNDA NAO E DESCONTO: SAI
      *    DO BRUTO E DO TOTAL DE DESCONTOS, E O BRUTO DO ANO FICA IGUAL
      *    AO DIREITO DO DECIMO TERCEIRO.
       VARIA-ABATE-ADIANTADO.
           IF TIPO-DESC-NOV (SUB-DESC) EQUAL "1PA"
              AND VALOR-DESC-NOV (SUB-DESC) NOT GREATER BRUTO-NOV
               SUBTRACT VALOR-DESC-NOV (SUB-DESC) FROM BRUTO-NOV
               SUBTRACT VALOR-DESC-NOV (SUB-DESC) FROM TOT-DESC-NOV
               MOVE SPACES TO TIPO-DESC-NOV (SUB-DESC)
               MOVE ZEROS  TO VALOR-DESC-NOV (SUB-DESC).

       MONTA-VALORES-ANTIGOS.
           MOVE BRUTO-ACL    TO BRUTO-ANT.
           MOVE BONUS-ACL    TO BONUS-ANT.
           MOVE TOT-DESC-ACL TO TOT-DESC-ANT.
           MOVE LIQUIDO-ACL  TO LIQUIDO-ANT.
           PERFORM VARIA-COPIA-DESC-ANT
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.

       VARIA-COPIA-DESC-ANT.
           MOVE TIPO-DESC-ACL (SUB-DESC)  TO TIPO-DESC-ANT (SUB-DESC).
           MOVE VALOR-DESC-ACL (SUB-DESC) TO VALOR-DESC-ANT (SUB-DESC).

      *    ATUALIZA O ACUMULADO DA CHAVE EM CHAVE-ACU (FUNCIONARIO OU
      *    EMPRESA): ESTORNA OS VALORES ANTIGOS NO RELANCAMENTO E SOMA
      *    OS NOVOS. O PRIMEIRO LANCAMENTO DO ANO CRIA O REGISTRO.
       ATUALIZA-ACUMULADO.
           MOVE "SIM" TO ACHOU-ACU.
           READ CADACU
               INVALID KEY
                   MOVE "NAO" TO ACHOU-ACU
           END-READ.
           IF ACHOU-ACU EQUAL "NAO"
               PERFORM INICIA-ACUMULADO.
           IF JA-LANCADO EQUAL "SIM"
               MOVE VALORES-ANTIGOS TO VALORES-MOV
               MOVE -1 TO SINAL
               PERFORM APLICA-MOVIMENTO
           ELSE
               ADD 1 TO QTD-LANC-ACU.
           MOVE VALORES-NOVOS TO VALORES-MOV.
           MOVE +1 TO SINAL.
           PERFORM APLICA-MOVIMENTO.
           IF COD-ACU NOT EQUAL ZEROS
               MOVE NOME-LIQ TO NOME-ACU
               MOVE DEP-LIQ  TO DEP-ACU.
           IF WS-DATA-ARQ GREATER ULT-DATA-ACU
               MOVE WS-DATA-ARQ TO ULT-DATA-ACU.
           IF ACHOU-ACU EQUAL "SIM"
               REWRITE REG-ACU
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-ACU
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF FS-CADACU NOT EQUAL "00"
               MOVE "CADACU.DAT" TO ERR-ARQUIVO
               MOVE FS-CADACU    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       INICIA-ACUMULADO.
           MOVE ZEROS  TO QTD-LANC-ACU ULT-DATA-ACU.
           MOVE ZEROS  TO BRUTO-ACU BONUS-ACU TOT-DESC-ACU LIQUIDO-ACU.
           MOVE SPACES TO NOME-ACU DEP-ACU.
           IF COD-ACU EQUAL ZEROS
               MOVE "TOTAL DA EMPRESA" TO NOME-ACU.
           PERFORM VARIA-ZERA-DESC-ACU
               VARYING SUB-SLOT FROM 1 BY 1
               UNTIL SUB-SLOT GREATER 5.

       VARIA-ZERA-DESC-ACU.
           MOVE SPACES TO TIPO-DESC-ACU (SUB-SLOT).
           MOVE ZEROS  TO VALOR-DESC-ACU (SUB-SLOT).

      *    SOMA (SINAL +1) OU ESTORNA (SINAL -1) O MOVIMENTO NO
      *    ACUMULADO. CADA TIPO DE DESCONTO VAI PARA A POSICAO DO
      *    MESMO TIPO NO ACUMULADO, OU PARA A PRIMEIRA LIVRE.
       APLICA-MOVIMENTO.
           COMPUTE BRUTO-ACU    = BRUTO-ACU    + (SINAL * BRUTO-MOV).
           COMPUTE BONUS-ACU    = BONUS-ACU    + (SINAL * BONUS-MOV).
           COMPUTE TOT-DESC-ACU = TOT-DESC-ACU + (SINAL * TOT-DESC-MOV).
           COMPUTE LIQUIDO-ACU  = LIQUIDO-ACU  + (SINAL * LIQUIDO-MOV).
           PERFORM VARIA-APLICA-DESC
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.

       VARIA-APLICA-DESC.
           IF TIPO-DESC-MOV (SUB-DESC) NOT EQUAL SPACES
               PERFORM PROCURA-SLOT
               IF ACHOU-SLOT EQUAL "SIM"
                   COMPUTE VALOR-DESC-ACU (SUB-SLOT) =
                       VALOR-DESC-ACU (SUB-SLOT)
                       + (SINAL * VALOR-DESC-MOV (SUB-DESC))
               END-IF
           END-IF.

       PROCURA-SLOT.
           MOVE "NAO" TO ACHOU-SLOT.
           PERFORM VARIA-PROCURA-SLOT
               VARYING SUB-SLOT FROM 1 BY 1
               UNTIL SUB-SLOT GREATER 5
                  OR ACHOU-SLOT EQUAL "SIM".
           IF ACHOU-SLOT EQUAL "SIM"
               SUBTRACT 1 FROM SUB-SLOT
           ELSE
               PERFORM VARIA-PROCURA-LIVRE
                   VARYING SUB-SLOT FROM 1 BY 1
                   UNTIL SUB-SLOT GREATER 5
                      OR ACHOU-SLOT EQUAL "SIM"
               IF ACHOU-SLOT EQUAL "SIM"
                   SUBTRACT 1 FROM SUB-SLOT
                   MOVE TIPO-DESC-MOV (SUB-DESC)
                       TO TIPO-DESC-ACU (SUB-SLOT)
               ELSE
                   IF LIMITE-SLOT-LOGADO EQUAL "NAO"
                       MOVE "CADACU.DAT" TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-SLOT-LOGADO
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-SLOT.
           IF TIPO-DESC-ACU (SUB-SLOT) EQUAL TIPO-DESC-MOV (SUB-DESC)
               MOVE "SIM" TO ACHOU-SLOT.

       VARIA-PROCURA-LIVRE.
           IF TIPO-DESC-ACU (SUB-SLOT) EQUAL SPACES
               MOVE "SIM" TO ACHOU-SLOT.

      *    GRAVA (OU REGRAVA, NO RELANCAMENTO) OS VALORES DA DATA NO
      *    DIARIO.
       GRAVA-DIARIO.
           MOVE COD-LIQ     TO COD-ACL.
           MOVE WS-DATA-ARQ TO DATA-ACL.
           MOVE ORIGEM-LANC TO ORIGEM-ACL.
           MOVE BRUTO-NOV    TO BRUTO-ACL.
           MOVE BONUS-NOV    TO BONUS-ACL.
           MOVE TOT-DESC-NOV TO TOT-DESC-ACL.
           MOVE LIQUIDO-NOV  TO LIQUIDO-ACL.
           PERFORM VARIA-COPIA-DESC-ACL
               VARYING SUB-DESC FROM 1 BY 1
               UNTIL SUB-DESC GREATER 5.
           IF JA-LANCADO EQUAL "SIM"
               REWRITE REG-ACL
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-ACL
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF FS-CADACL NOT EQUAL "00"
               MOVE "CADACL.DAT" TO ERR-ARQUIVO
               MOVE FS-CADACL    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       VARIA-COPIA-DESC-ACL.
           MOVE TIPO-DESC-NOV (SUB-DESC)  TO TIPO-DESC-ACL (SUB-DESC).
           MOVE VALOR-DESC-NOV (SUB-DESC) TO VALOR-DESC-ACL (SUB-DESC).

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS      TO QTD-LIDOS-CTL.
           MOVE CONT-LANCADOS   TO QTD-LANCADOS-CTL.
           MOVE CONT-RELANCADOS TO QTD-RELANCADOS-CTL.
           MOVE SOMA-BRUTO      TO SOMA-BRUTO-CTL.
           MOVE SOMA-LIQUIDO    TO SOMA-LIQUIDO-CTL.
           WRITE REG-CTL56.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADLIQ
                 CADAUD
                 CADACU
                 CADACL
                 CTL56.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
