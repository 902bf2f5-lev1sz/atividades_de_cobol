      *                     SAEM NO RELATORIO DE RESCISAO RELRSC COM OS
      *                     VALORES INTEGRAIS E PROPORCIONAIS, EM VEZ
      *                     DO ACERTO NA CALCULADORA DA MESA.
      *  15/10/2026 LLB     DESCONTOS POR FUNCIONARIO DO CADDEF (MANTIDO
      *                     PELO EX61), DEPOIS DAS TABELAS: PENSAO
      *                     ALIMENTICIA PELO PERCENTUAL DO LIQUIDO E
      *                     EMPRESTIMO CONSIGNADO PELA PARCELA, DENTRO
      *                     DA MARGEM CONSIGNAVEL DO CADMRG (PADRAO 35%
      *                     DO LIQUIDO SEM A PENSAO). SAEM SOMADOS NAS
      *                     POSICOES "PEN" E "EMP" DO CADLIQ, E AS
      *                     PENSOES NO CADPEN_AAAAMMDD.DAT SELADO COM A
      *                     CONTA DO BENEFICIARIO, PARA A REMESSA EX36.
      *  15/10/2026 LLB     PROVENTOS VARIAVEIS DO CADVRV_AAAAMMDD.DAT
      *                     (VALIDADOS PELO EX63), LIDO EMPARELHADO COM
      *                     O CADSAI: AS RUBRICAS QUE INCIDEM ENTRAM NO
      *                     BRUTO ANTES DAS TABELAS DO CADDED, AS
      *                     DEMAIS SO DEPOIS DELAS. O BRUTO DO CADLIQ
      *                     PASSA A SER O BRUTO TOTAL.
      *  15/10/2026 LLB     O CADFNV GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELDED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDED.
      *    DESCONTOS POR FUNCIONARIO (EMPRESTIMOS E PENSOES), CHAVE
      *    CODIGO + SEQUENCIA. OPCIONAL: SEM ELE SO AS TABELAS VALEM.
           SELECT CADDEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DEF
           FILE STATUS IS FS-CADDEF.
      *    PARAMETRO OPCIONAL COM O PERCENTUAL DA MARGEM CONSIGNAVEL.
           SELECT CADMRG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMRG.
      *    PENSOES DO DIA, COM A CONTA DO BENEFICIARIO.
           SELECT CADPEN ASSIGN TO WS-NOME-CADPEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
      *    PROVENTOS VARIAVEIS VALIDADOS DO DIA, GRAVADOS E SELADOS
      *    PELO EX63. OPCIONAL: AUSENTE, SO O SALARIO ENTRA NO BRUTO.
           SELECT CADVRV ASSIGN TO WS-NOME-CADVRV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADVRV.

       DATA DIVISION.
       FILE SECTION.
           02 DT-DESLIG-X         PIC X(08).
           02 DT-DESLIG-N REDEFINES DT-DESLIG-X
                                  PIC 9(08).
           02 NIVEL-FNV           PIC X(03).

      *    VISAO DO TRAILER DO SELO DO CADFNV, SO PARA RECONHECE-LO
      *    DURANTE O AVANCO EMPARELHADO (A CONFERENCIA COMPLETA DO
      *    SELO E DO EX08, QUE E QUEM CONSOME O CADFNV PARA VALER).
       01 REG-SELO-TF.
           02 TIPO-SELO-TF        PIC X(03).
           02 FILLER              PIC X(72).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           02 QTD-REL             PIC 9(07).
           02 TOTAL-REL           PIC 9(11)V99.

      *    DESCONTO POR FUNCIONARIO: TIPO "E" (EMPRESTIMO, PARCELA
      *    FIXA COM QUANTIDADE, PAGAS E SALDO) OU "P" (PENSAO, PERCEN-
      *    TUAL DO LIQUIDO COM A CONTA DO BENEFICIARIO). SITUACAO "A"
      *    ATIVO, "S" SUSPENSO, "Q" QUITADO. ULT-* GUARDAM A ULTIMA
      *    COBRANCA, PARA UMA REEXECUCAO NA MESMA DATA ESTORNAR ANTES
      *    DE COBRAR DE NOVO.
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

       FD CADMRG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMRG.DAT".

       01 REG-MRG.
           02 PERC-MRG-X          PIC X(05).
           02 PERC-MRG REDEFINES PERC-MRG-X PIC 9(03)V99.

      *    PENSAO DO DIA POR BENEFICIARIO: CODIGO DO FUNCIONARIO,
      *    SEQUENCIA DO CADDEF, NOME E CONTA DO BENEFICIARIO E VALOR.
      *    SELADO COMO O CADLIQ; O HASH E A SOMA DOS VALORES.
       FD CADPEN
           LABEL RECORD ARE STANDARD.

       01 REG-PEN.
           02 COD-PEN             PIC 9(05).
           02 SEQ-PEN             PIC 9(02).
           02 NOME-BEN-PEN        PIC X(20).
           02 BANCO-PEN           PIC 9(03).
           02 AGENCIA-PEN         PIC 9(04).
           02 CONTA-PEN           PIC 9(10).
           02 VALOR-PEN           PIC 9(07)V99.

       01 REG-SELO-HP.
           02 TIPO-SELO-HP        PIC X(03).
           02 PROG-SELO-HP        PIC X(08).
           02 DATA-SELO-HP        PIC 9(08).
       01 REG-SELO-TP.
           02 TIPO-SELO-TP        PIC X(03).
           02 QTD-SELO-TP         PIC 9(07).
           02 HASH-SELO-TP        PIC 9(11)V99.

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

       WORKING-STORAGE SECTION.
       77 FS-CADSAI               PIC X(02).
       77 FS-CADDED               PIC X(02).
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
       77 CONT-RESCISOES          PIC 9(05)       VALUE ZEROS.
      *    DESCONTOS POR FUNCIONARIO DO CADDEF.
       77 FS-CADDEF               PIC X(02).
       77 FS-CADMRG               PIC X(02).
       77 FS-CADPEN               PIC X(02).
       77 WS-NOME-CADPEN          PIC X(30).
       77 TEM-CADDEF              PIC X(03)       VALUE "NAO".
       77 FIM-DEF                 PIC X(03)       VALUE "NAO".
       77 TIPO-VEZ                PIC X(01).
       77 PERC-MARGEM             PIC 9(03)V99    VALUE 35,00.
      *    POSICOES DO CADLIQ DA PENSAO E DO EMPRESTIMO, DEPOIS DOS
      *    TIPOS DO CADDED (ZERO = SEM POSICAO LIVRE).
       77 SLOT-PEN                PIC 9(01)       VALUE ZEROS.
       77 SLOT-EMP                PIC 9(01)       VALUE ZEROS.
       77 LIQ-BASE                PIC 9(07)V99.
       77 LIQ-DISP                PIC 9(07)V99.
       77 MARGEM-DISP             PIC 9(07)V99.
       77 VALOR-DEF-CALC          PIC 9(07)V99.
       77 TOT-PENSAO              PIC 9(07)V99.
       77 TOT-EMPREST             PIC 9(07)V99.
       77 TOTAL-PEN-DIA           PIC 9(11)V99    VALUE ZEROS.
       77 TOTAL-EMP-DIA           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-PENSOES            PIC 9(07)       VALUE ZEROS.
       77 CONT-PARCELAS           PIC 9(07)       VALUE ZEROS.
      *    PROVENTOS VARIAVEIS DO CADVRV: SOMA DO FUNCIONARIO CORRENTE
      *    QUE INCIDE NOS DESCONTOS DO CADDED E A QUE NAO INCIDE.
       77 FS-CADVRV               PIC X(02).
       77 WS-NOME-CADVRV          PIC X(30).
       77 TEM-CADVRV              PIC X(03)       VALUE "NAO".
       77 FIM-VRV                 PIC X(03)       VALUE "NAO".
       77 TRL-VRV-VISTO           PIC X(03)       VALUE "NAO".
       77 VRV-QTD-LIDA            PIC 9(07)       VALUE ZEROS.
       77 VRV-HASH-LIDA           PIC 9(11)V99    VALUE ZEROS.
       77 VAR-INCIDE              PIC 9(07)V99.
       77 VAR-ISENTO              PIC 9(07)V99.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX34".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-CABECALHO
           PERFORM GRAVA-SELO-CAB-PEN
           PERFORM LE-CADSAI
           PERFORM CALCULA-LIQUIDO
               UNTIL FIM-SAI EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
      *    LE O RESTO DO CADVRV ATE O TRAILER, PARA CONFERIR O SELO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
          AND TEM-CADVRV EQUAL "SIM"
           PERFORM LE-CADVRV
               UNTIL FIM-VRV EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-TRAILER
           PERFORM GRAVA-SELO-TRL-PEN
           PERFORM GERA-RELATORIO-DED
       END-IF.
       PERFORM TERMINO.
       INICIO.
           PERFORM GERA-NOMES.
           PERFORM LE-DEDUCOES.
           PERFORM LE-MARGEM.
           MOVE WS-DATA-ARQ (1:6) TO ANOMES-PROC.
           MOVE WS-DATA-ARQ (1:4) TO ANO-PROC.
           MOVE WS-DATA-ARQ (5:2) TO MES-PROC.
                INPUT CADFNV
               OUTPUT CADLIQ
               OUTPUT RELDED
               OUTPUT RELRSC
               OUTPUT CADPEN.
           PERFORM ABRE-CADDEF.
           PERFORM ABRE-CADVRV.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
      *    PULA O CABECALHO DO SELO DO CADFNV E DEIXA O PRIMEIRO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADPEN NOT EQUAL "00"
               MOVE "CADPEN.DAT" TO ERR-ARQUIVO
               MOVE FS-CADPEN    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    O CADDEF E OPCIONAL: AUSENTE (STATUS 35), NENHUM DESCONTO
      *    POR FUNCIONARIO E APLICADO. QUALQUER OUTRO STATUS ABORTA,
      *    PARA NAO GERAR A FOLHA SEM AS PENSOES JUDICIAIS.
       ABRE-CADDEF.
           OPEN I-O CADDEF.
           IF FS-CADDEF EQUAL "00"
               MOVE "SIM" TO TEM-CADDEF
               PERFORM RESERVA-POSICOES
           ELSE
               IF FS-CADDEF NOT EQUAL "35"
                   MOVE "CADDEF.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADDEF    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               END-IF
           END-IF.

      *    O CADVRV E OPCIONAL: AUSENTE (STATUS 35), NENHUM PROVENTO
      *    VARIAVEL. PRESENTE, O SELO DO EX63 E CONFERIDO E O PRIMEIRO
      *    LANCAMENTO FICA CARREGADO PARA O AVANCO EMPARELHADO.
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

      *    MESMA CONFERENCIA DO TRAILER FEITA NO CADSAI, COM O HASH
      *    IGUAL A SOMA DOS VALORES DOS LANCAMENTOS.
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

      *    SOMA OS LANCAMENTOS DO FUNCIONARIO CORRENTE, SEPARANDO OS
      *    QUE INCIDEM NOS DESCONTOS DO CADDED DOS QUE NAO INCIDEM.
       BUSCA-VARIAVEIS.
           MOVE ZEROS TO VAR-INCIDE VAR-ISENTO.
           PERFORM SOMA-VARIAVEL
               UNTIL FIM-VRV EQUAL "SIM"
                  OR COD-VRV GREATER COD-SAI.

       SOMA-VARIAVEL.
           IF COD-VRV EQUAL COD-SAI
               IF INCIDE-VRV EQUAL "S"
                   ADD VALOR-VRV TO VAR-INCIDE
               ELSE
                   ADD VALOR-VRV TO VAR-ISENTO
               END-IF
           END-IF.
           PERFORM LE-CADVRV.

      *    A PENSAO E O EMPRESTIMO OCUPAM AS POSICOES DO CADLIQ QUE
      *    SOBRAM DEPOIS DOS TIPOS DO CADDED, A PENSAO PRIMEIRO. SEM
      *    POSICAO LIVRE O DESCONTO NAO E COBRADO E A FALTA VAI PARA O
      *    ERRLOG.
       RESERVA-POSICOES.
           IF CONT-TIPOS LESS 5
               COMPUTE SLOT-PEN = CONT-TIPOS + 1.
           IF CONT-TIPOS LESS 4
               COMPUTE SLOT-EMP = CONT-TIPOS + 2.
           IF SLOT-EMP EQUAL ZEROS
               MOVE "CADLIQ.DAT" TO ERR-ARQUIVO
               MOVE "99"         TO ERR-STATUS
               MOVE "LIMITE"     TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO.

      *    PERCENTUAL DA MARGEM CONSIGNAVEL DO CADMRG; AUSENTE OU
      *    INVALIDO VALE 35%.
       LE-MARGEM.
           OPEN INPUT CADMRG.
           IF FS-CADMRG EQUAL "00"
               READ CADMRG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PERC-MRG-X IS NUMERIC
                          AND PERC-MRG NOT GREATER 100
                           MOVE PERC-MRG TO PERC-MARGEM
                       END-IF
               END-READ
               CLOSE CADMRG.

      *    MONTA O NOME DO CADSAI DO DIA (MESMO FORMATO DO EX08) E O
      *    NOME DO ARQUIVO DE LIQUIDOS GERADO.
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADLIQ.
           MOVE SPACES TO WS-NOME-CADPEN.
           STRING "CADPEN_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADPEN.
           MOVE SPACES TO WS-NOME-CADVRV.
           STRING "CADVRV_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADVRV.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, VALE A DATA DO

      *    CALCULA OS DESCONTOS DO FUNCIONARIO E GRAVA O REGISTRO DE
      *    LIQUIDO. CADA TIPO DE DESCONTO E APURADO POR BANDAS
      *    MARGINAIS SOBRE O BRUTO. OS PROVENTOS VARIAVEIS QUE INCIDEM
      *    ENTRAM NO BRUTO ANTES DAS BANDAS; OS QUE NAO INCIDEM, SO
      *    DEPOIS DELAS.
       CALCULA-LIQUIDO.
           PERFORM BUSCA-DATAS.
           MOVE SAL-SAI TO BRUTO-CALC.
           PERFORM APLICA-PRO-RATA.
           PERFORM BUSCA-VARIAVEIS.
           ADD VAR-INCIDE  TO BRUTO-CALC.
           MOVE SPACES     TO REG-LIQ.
           MOVE COD-SAI    TO COD-LIQ.
           MOVE NOME-SAI   TO NOME-LIQ.
           MOVE DEP-SAI    TO DEP-LIQ.
           MOVE ZEROS      TO TOT-DESCONTOS.
           PERFORM ZERA-DESCONTOS-REG
           PERFORM CALCULA-UM-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS.
           ADD VAR-ISENTO  TO BRUTO-CALC.
           MOVE BRUTO-CALC TO BRUTO-LIQ.
           IF TEM-CADDEF EQUAL "SIM"
               PERFORM APLICA-DESCONTOS-FUNC.
           MOVE TOT-DESCONTOS TO TOT-DESC-LIQ.
           SUBTRACT TOT-DESCONTOS FROM BRUTO-CALC GIVING SAL-LIQUIDO.
           MOVE SAL-LIQUIDO TO LIQUIDO-LIQ.
           COMPUTE DESCONTO-CALC ROUNDED = DESCONTO-CALC
               + (BASE-BANDA * TAXA-TOPO).

      *    DESCONTOS DO CADDEF SOBRE O LIQUIDO DAS TABELAS: PRIMEIRO AS
      *    PENSOES (ORDEM JUDICIAL, LIMITADAS SO AO LIQUIDO), DEPOIS OS
      *    EMPRESTIMOS, PARCELA INTEIRA OU NADA, DENTRO DA MARGEM
      *    CONSIGNAVEL CALCULADA SOBRE O LIQUIDO SEM AS PENSOES.
       APLICA-DESCONTOS-FUNC.
           IF TOT-DESCONTOS LESS BRUTO-CALC
               SUBTRACT TOT-DESCONTOS FROM BRUTO-CALC GIVING LIQ-BASE
           ELSE
               MOVE ZEROS TO LIQ-BASE.
           MOVE LIQ-BASE TO LIQ-DISP.
           MOVE ZEROS TO TOT-PENSAO TOT-EMPREST MARGEM-DISP.
           IF SLOT-PEN GREATER ZEROS
               MOVE "P" TO TIPO-VEZ
               PERFORM PERCORRE-CADDEF.
           COMPUTE MARGEM-DISP ROUNDED =
               (LIQ-BASE - TOT-PENSAO) * PERC-MARGEM / 100.
           IF SLOT-EMP GREATER ZEROS
               MOVE "E" TO TIPO-VEZ
               PERFORM PERCORRE-CADDEF.
           IF TOT-PENSAO GREATER ZEROS
               MOVE "PEN"      TO TIPO-DESC-LIQ (SLOT-PEN)
               MOVE TOT-PENSAO TO VALOR-DESC-LIQ (SLOT-PEN)
               ADD TOT-PENSAO  TO TOT-DESCONTOS
               ADD TOT-PENSAO  TO TOTAL-PEN-DIA.
           IF TOT-EMPREST GREATER ZEROS
               MOVE "EMP"       TO TIPO-DESC-LIQ (SLOT-EMP)
               MOVE TOT-EMPREST TO VALOR-DESC-LIQ (SLOT-EMP)
               ADD TOT-EMPREST  TO TOT-DESCONTOS
               ADD TOT-EMPREST  TO TOTAL-EMP-DIA.

      *    LE OS DESCONTOS DO FUNCIONARIO CORRENTE (CHAVE CODIGO +
      *    SEQUENCIA) E TRATA OS DO TIPO DA VEZ.
       PERCORRE-CADDEF.
           MOVE "NAO"   TO FIM-DEF.
           MOVE COD-SAI TO COD-DEF.
           MOVE ZEROS   TO SEQ-DEF.
           START CADDEF KEY NOT LESS CHAVE-DEF
               INVALID KEY
                   MOVE "SIM" TO FIM-DEF
           END-START.
           IF FIM-DEF EQUAL "NAO"
               PERFORM LE-PROXIMO-DEF.
           PERFORM TRATA-DESCONTO-FUNC
               UNTIL FIM-DEF EQUAL "SIM".

       LE-PROXIMO-DEF.
           READ CADDEF NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-DEF
               NOT AT END
                   IF COD-DEF NOT EQUAL COD-SAI
                       MOVE "SIM" TO FIM-DEF
                   END-IF
           END-READ.

       TRATA-DESCONTO-FUNC.
           IF TIPO-DEF EQUAL TIPO-VEZ
               PERFORM ESTORNA-REEXECUCAO
               IF SITUACAO-DEF EQUAL "A"
                  AND (ULT-DATA-DEF (1:6) NOT EQUAL ANOMES-PROC
                    OR ULT-DATA-DEF EQUAL WS-DATA-ARQ
                    OR ULT-VALOR-DEF EQUAL ZEROS)
                   MOVE SITUACAO-DEF TO ULT-SIT-DEF
                   MOVE WS-DATA-ARQ  TO ULT-DATA-DEF
                   IF TIPO-VEZ EQUAL "P"
                       PERFORM COBRA-PENSAO
                   ELSE
                       PERFORM COBRA-PARCELA
                   END-IF
                   PERFORM REGRAVA-CADDEF
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-DEF.

      *    REEXECUCAO NA MESMA DATA: DESFAZ A COBRANCA ANTERIOR DELA
      *    ANTES DE COBRAR DE NOVO, SEM DUPLICAR PARCELA.
       ESTORNA-REEXECUCAO.
           IF ULT-DATA-DEF EQUAL WS-DATA-ARQ
               IF TIPO-DEF EQUAL "E"
                  AND ULT-VALOR-DEF GREATER ZEROS
                   SUBTRACT 1 FROM PARC-PAGAS-DEF
                   ADD ULT-VALOR-DEF TO SALDO-DEF
               END-IF
               MOVE ULT-SIT-DEF TO SITUACAO-DEF
               MOVE ZEROS       TO ULT-VALOR-DEF.

       COBRA-PENSAO.
           COMPUTE VALOR-DEF-CALC ROUNDED = LIQ-BASE * PERC-DEF / 100.
           IF VALOR-DEF-CALC GREATER LIQ-DISP
               MOVE LIQ-DISP TO VALOR-DEF-CALC.
           SUBTRACT VALOR-DEF-CALC FROM LIQ-DISP.
           ADD VALOR-DEF-CALC TO TOT-PENSAO.
           MOVE VALOR-DEF-CALC TO ULT-VALOR-DEF.
           IF VALOR-DEF-CALC GREATER ZEROS
               MOVE COD-DEF         TO COD-PEN
               MOVE SEQ-DEF         TO SEQ-PEN
               MOVE DESCR-DEF       TO NOME-BEN-PEN
               MOVE BANCO-BEN-DEF   TO BANCO-PEN
               MOVE AGENCIA-BEN-DEF TO AGENCIA-PEN
               MOVE CONTA-BEN-DEF   TO CONTA-PEN
               MOVE VALOR-DEF-CALC  TO VALOR-PEN
               WRITE REG-PEN
               ADD 1 TO CONT-PENSOES.

      *    A PARCELA (OU O SALDO, SE MENOR) SO E COBRADA SE COUBER NA
      *    MARGEM E NO LIQUIDO RESTANTES; SENAO FICA PARA O PROXIMO
      *    PAGAMENTO, COM ULT-VALOR-DEF ZERADO.
       COBRA-PARCELA.
           MOVE VALOR-PARC-DEF TO VALOR-DEF-CALC.
           IF SALDO-DEF LESS VALOR-DEF-CALC
               MOVE SALDO-DEF TO VALOR-DEF-CALC.
           IF VALOR-DEF-CALC GREATER MARGEM-DISP
              OR VALOR-DEF-CALC GREATER LIQ-DISP
               MOVE ZEROS TO VALOR-DEF-CALC.
           MOVE VALOR-DEF-CALC TO ULT-VALOR-DEF.
           IF VALOR-DEF-CALC GREATER ZEROS
               SUBTRACT VALOR-DEF-CALC FROM MARGEM-DISP
               SUBTRACT VALOR-DEF-CALC FROM LIQ-DISP
               SUBTRACT VALOR-DEF-CALC FROM SALDO-DEF
               ADD VALOR-DEF-CALC TO TOT-EMPREST
               ADD 1 TO PARC-PAGAS-DEF
               ADD 1 TO CONT-PARCELAS
               IF SALDO-DEF EQUAL ZEROS
                  OR PARC-PAGAS-DEF NOT LESS QTD-PARC-DEF
                   MOVE "Q" TO SITUACAO-DEF
               END-IF
           END-IF.

       REGRAVA-CADDEF.
           REWRITE REG-DEF
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF FS-CADDEF NOT EQUAL "00"
               MOVE "CADDEF.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDEF    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

      *    AVANCA O CADFNV (CODIGOS UNICOS E CRESCENTES, PREMISSA DO
      *    EX21) ATE O CODIGO DO PAGAMENTO CORRENTE E COPIA AS DATAS;
      *    FUNCIONARIO SEM REGISTRO (OU COM DATAS EM BRANCO) FICA SEM
           MOVE SOMA-LIQUIDOS TO HASH-SELO-TL.
           WRITE REG-SELO-TL.

       GRAVA-SELO-CAB-PEN.
           MOVE SPACES      TO REG-PEN.
           MOVE "HDR"       TO TIPO-SELO-HP.
           MOVE "EX34"      TO PROG-SELO-HP.
           MOVE WS-DATA-ARQ TO DATA-SELO-HP.
           WRITE REG-SELO-HP.

       GRAVA-SELO-TRL-PEN.
           MOVE SPACES        TO REG-PEN.
           MOVE "TRL"         TO TIPO-SELO-TP.
           MOVE CONT-PENSOES  TO QTD-SELO-TP.
           MOVE TOTAL-PEN-DIA TO HASH-SELO-TP.
           WRITE REG-SELO-TP.

      *    GRAVA O REGISTRO DE DESCONTOS: UMA LINHA POR TIPO COM O
      *    TOTAL DO DIA E A CONSOLIDACAO "TOTAL" NO FIM.
       GERA-RELATORIO-DED.
           PERFORM VARIA-GRAVA-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS.
           IF TOTAL-PEN-DIA GREATER ZEROS
               MOVE "PEN"          TO TIPO-REL
               MOVE CONT-PENSOES   TO QTD-REL
               MOVE TOTAL-PEN-DIA  TO TOTAL-REL
               WRITE REG-REL.
           IF TOTAL-EMP-DIA GREATER ZEROS
               MOVE "EMP"          TO TIPO-REL
               MOVE CONT-PARCELAS  TO QTD-REL
               MOVE TOTAL-EMP-DIA  TO TOTAL-REL
               WRITE REG-REL.
           MOVE "TOTAL"        TO TIPO-REL.
           MOVE CONT-GRAVADOS  TO QTD-REL.
           MOVE SOMA-DESCONTOS TO TOTAL-REL.
                 CADFNV
                 CADLIQ
                 RELDED
                 RELRSC
                 CADPEN.
           IF TEM-CADDEF EQUAL "SIM"
               CLOSE CADDEF.
           IF TEM-CADVRV EQUAL "SIM"
               CLOSE CADVRV.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
