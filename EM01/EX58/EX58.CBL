       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX58.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CALCULO DO DECIMO TERCEIRO SALARIO EM DUAS
      *               PARCELAS. LE O CADFUN E APURA O DIREITO DE CADA
      *               FUNCIONARIO NO ANO DE PROCESSAMENTO: SAL-FUN
      *               VEZES OS AVOS (MESES DO ANO COM 15 DIAS OU MAIS
      *               TRABALHADOS, PELAS DATAS DE ADMISSAO E
      *               DESLIGAMENTO) DIVIDIDO POR 12.
      *               A PRIMEIRA PARCELA E METADE DO DIREITO, SEM
      *               DESCONTOS. A SEGUNDA APLICA AS TABELAS DO CADDED
      *               SOBRE O DIREITO INTEGRAL (MESMAS BANDAS MARGINAIS
      *               DO EX34) E ABATE A PRIMEIRA PARCELA JA PAGA, QUE
      *               SAI COMO DESCONTO DO TIPO "1PA".
      *               A PARCELA VEM DO PARAMETRO OPCIONAL CADPTS; SEM
      *               ELE, DEZEMBRO E SEGUNDA PARCELA E OS DEMAIS
      *               MESES SAO PRIMEIRA.
      *               O QUE FOI PAGO EM CADA PARCELA FICA NO MESTRE
      *               INDEXADO CADDTS (CODIGO + ANO); REEXECUTAR A
      *               MESMA PARCELA REGRAVA O VALOR, SEM DUPLICAR.
      *               GRAVA O CAD13S_AAAAMMDD.DAT NO LAYOUT E COM O
      *               SELO DO CADLIQ, REMETIDO AOS BANCOS PELO EX36 E
      *               LANCADO NO ACUMULADO ANUAL PELO EX56 NO LOTE DA
      *               MESMA DATA, E O RESUMO POR DEPARTAMENTO RELDTS.
      *               DESLIGADOS ATE A DATA DE PROCESSAMENTO RECEBEM O
      *               DECIMO TERCEIRO NA RESCISAO E FICAM FORA;
      *               ADMITIDOS DEPOIS DELA TAMBEM.
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
      *    TABELAS PROGRESSIVAS DE DESCONTO, AS MESMAS DO EX34.
           SELECT CADDED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDED.
      *    PARAMETRO OPCIONAL COM A PARCELA A CALCULAR ("1" OU "2").
           SELECT CADPTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPTS.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA NA
      *    RESOLUCAO DOS NOMES DE ARQUIVO DATADOS.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
      *    PARCELAS PAGAS POR FUNCIONARIO E ANO (CHAVE CODIGO + ANO).
           SELECT CADDTS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-DTS
           FILE STATUS IS FS-CADDTS.
      *    PAGAMENTOS DA PARCELA, NO LAYOUT DO CADLIQ.
           SELECT CAD13S ASSIGN TO WS-NOME-CAD13S
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAD13S.
           SELECT RELDTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELDTS.
           SELECT CTL58 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL58.

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

       FD CADDED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDED.DAT".

       01 REG-DED.
           02 TIPO-DED            PIC X(03).
           02 LIMITE-DED          PIC 9(07)V99.
           02 TAXA-DED            PIC 9(01)V99.

       FD CADPTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPTS.DAT".

       01 REG-PTS.
           02 PARCELA-PTS         PIC X(01).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

       FD CADDTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDTS.DAT".

       01 REG-DTS.
           02 CHAVE-DTS.
              03 COD-DTS           PIC 9(05).
              03 ANO-DTS           PIC 9(04).
           02 AVOS-DTS             PIC 9(02).
           02 DIREITO-DTS          PIC 9(07)V99.
           02 PARC1-DTS            PIC 9(07)V99.
           02 DATA1-DTS            PIC 9(08).
           02 DESC2-DTS            PIC 9(07)V99.
           02 PARC2-DTS            PIC 9(07)V99.
           02 DATA2-DTS            PIC 9(08).

      *    MESMO LAYOUT E SELO DO CADLIQ DO EX34: O BRUTO E A PARCELA
      *    (PRIMEIRA) OU O DIREITO INTEGRAL (SEGUNDA).
       FD CAD13S
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

      *    RESUMO POR DEPARTAMENTO, EM IMAGEM DE IMPRESSAO.
       FD RELDTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELDTS.DAT".

       01 LINHA-REL               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL58
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL58.DAT".

       01 REG-CTL58.
           02 PARCELA-CTL         PIC X(01).
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-PAGOS-CTL       PIC 9(07).
           02 QTD-FORA-CTL        PIC 9(07).
           02 SOMA-BRUTOS-CTL     PIC 9(11)V99.
           02 SOMA-LIQUIDOS-CTL   PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADDED               PIC X(02).
       77 FS-CADPTS               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-CADDTS               PIC X(02).
       77 FS-CAD13S               PIC X(02).
       77 FS-RELDTS               PIC X(02).
       77 FS-CTL58                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CAD13S          PIC X(30).
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 PARCELA                 PIC X(01)       VALUE "1".
       77 ANO-PROC                PIC 9(04).
       77 MES-PROC                PIC 9(02).
      *    BANDAS DE DESCONTO CARREGADAS DO CADDED, NA ORDEM DO
      *    ARQUIVO (AGRUPADAS POR TIPO, BANDAS CRESCENTES DENTRO DO
      *    TIPO - ORDEM GARANTIDA PELA AUDITORIA DO EX22).
       77 CONT-BANDAS             PIC 9(02)       VALUE ZEROS.
       77 SUB-BANDA               PIC 9(02)       VALUE ZEROS.
       77 LIMITE-DED-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-BANDAS.
           02 BANDA-ITEM OCCURS 50 TIMES.
              03 TIPO-BANDA        PIC X(03).
              03 LIMITE-BANDA      PIC 9(07)V99.
              03 TAXA-BANDA        PIC 9(01)V99.
      *    TIPOS DISTINTOS DE DESCONTO. CABEM QUATRO: A QUINTA
      *    POSICAO DO REGISTRO FICA PARA A PRIMEIRA PARCELA ABATIDA.
       77 CONT-TIPOS              PIC 9(01)       VALUE ZEROS.
       77 SUB-TIPO                PIC 9(01)       VALUE ZEROS.
       77 ACHOU-TIPO              PIC X(03)       VALUE "NAO".
       77 LIMITE-TIPO-LOGADO      PIC X(03)       VALUE "NAO".
       01 TAB-TIPOS.
           02 TIPO-ITEM OCCURS 4 TIMES.
              03 COD-TIPO          PIC X(03).
       77 TIPO-CORRENTE           PIC X(03).
       77 DESCONTO-CALC           PIC 9(07)V99.
       77 BASE-BANDA              PIC 9(07)V99.
       77 LIMITE-ANTERIOR         PIC 9(07)V99.
       77 LIMITE-TOPO             PIC 9(07)V99.
       77 TAXA-TOPO               PIC 9(01)V99.
       77 TOT-DESCONTOS           PIC 9(07)V99.
      *    APURACAO DOS AVOS DO FUNCIONARIO CORRENTE.
       77 SUB-MES                 PIC 9(02)       VALUE ZEROS.
       77 MES-CALC                PIC 9(02).
       77 ANOMES-CALC             PIC 9(06).
       77 DIAS-NO-MES             PIC 9(02).
       77 DIA-INICIO              PIC 9(02).
       77 DIA-FIM                 PIC 9(02).
       77 DIAS-TRAB               PIC 9(02).
       77 AVOS                    PIC 9(02).
       77 BISSEXTO                PIC X(03)       VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
       77 DIREITO                 PIC 9(07)V99.
       77 ADIANTADO               PIC 9(07)V99.
       77 VALOR-BRUTO             PIC 9(07)V99.
       77 VALOR-LIQUIDO           PIC 9(07)V99.
       77 ACHOU-DTS               PIC X(03)       VALUE "NAO".
       77 PAGA-FUNC               PIC X(03)       VALUE "NAO".
      *    TOTAIS POR DEPARTAMENTO, NA ORDEM EM QUE APARECEM.
       77 CONT-DEPS               PIC 9(02)       VALUE ZEROS.
       77 SUB-DEP                 PIC 9(02)       VALUE ZEROS.
       77 ACHOU-DEP               PIC X(03)       VALUE "NAO".
       77 LIMITE-DEP-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-DEPS.
           02 DEP-ITEM OCCURS 50 TIMES.
              03 COD-DEP           PIC X(05).
              03 QTD-DEP           PIC 9(05).
              03 BRUTO-DEP         PIC 9(11)V99.
              03 DESC-DEP          PIC 9(11)V99.
              03 LIQUIDO-DEP       PIC 9(11)V99.
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-FORA               PIC 9(07)       VALUE ZEROS.
       77 SOMA-BRUTOS             PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-DESCONTOS          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-LIQUIDOS           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX58".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-TRACO.
           02 FILLER              PIC X(80)       VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(32)
              VALUE "DECIMO TERCEIRO SALARIO - ANO ".
           02 ANO-CAB             PIC 9(04).
           02 FILLER              PIC X(11)       VALUE " - PARCELA ".
           02 PARCELA-CAB         PIC X(01).
           02 FILLER              PIC X(13)       VALUE " - PAGAMENTO ".
           02 DIA-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 MES-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-PAG-CAB         PIC 9(04).
           02 FILLER              PIC X(06)       VALUE " PAG. ".
           02 PAGINA-CAB          PIC ZZ9.

       01 LIN-CAB2.
           02 FILLER              PIC X(14)       VALUE "DEPTO.   QTD".
           02 FILLER              PIC X(22)
              VALUE "          BRUTO".
           02 FILLER              PIC X(22)
              VALUE "          DESCONTOS".
           02 FILLER              PIC X(20)
              VALUE "            LIQUIDO".

       01 LIN-DEP.
           02 COD-DEP-IMP         PIC X(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 QTD-DEP-IMP         PIC ZZZZ9.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 BRUTO-DEP-IMP       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 DESC-DEP-IMP        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 LIQUIDO-DEP-IMP     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 VALOR-RES           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-CABECALHO
           PERFORM AVANCA-CADFUN
           PERFORM CALCULA-FUNCIONARIO
               UNTIL FIM-FUN EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-TRAILER
           PERFORM IMPRIME-RESUMO
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           MOVE WS-DATA-ARQ (1:4) TO ANO-PROC.
           MOVE WS-DATA-ARQ (5:2) TO MES-PROC.
           PERFORM LE-PARCELA.
           PERFORM LE-DEDUCOES.
           MOVE SPACES TO WS-NOME-CAD13S.
           STRING "CAD13S_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CAD13S.
           OPEN INPUT CADFUN
               OUTPUT CAD13S
               OUTPUT RELDTS
               OUTPUT CTL58.
           PERFORM ABRE-CADDTS.
           PERFORM VERIFICA-ABERTURA.

      *    CRIA O CADDTS NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADHSF DO EX31.
       ABRE-CADDTS.
           OPEN I-O CADDTS.
           IF FS-CADDTS EQUAL "35"
               OPEN OUTPUT CADDTS
               CLOSE CADDTS
               OPEN I-O CADDTS.

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
           IF FS-CAD13S NOT EQUAL "00"
               MOVE "CAD13S.DAT" TO ERR-ARQUIVO
               MOVE FS-CAD13S    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADDTS NOT EQUAL "00"
               MOVE "CADDTS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDTS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELDTS NOT EQUAL "00"
               MOVE "RELDTS.DAT" TO ERR-ARQUIVO
               MOVE FS-RELDTS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL58 NOT EQUAL "00"
               MOVE "CTL58.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL58     TO ERR-STATUS
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

      *    A PARCELA INFORMADA NO CADPTS PREVALECE; SEM ELE (OU COM
      *    VALOR DIFERENTE DE "1" E "2"), DEZEMBRO E SEGUNDA PARCELA.
       LE-PARCELA.
           IF MES-PROC EQUAL 12
               MOVE "2" TO PARCELA
           ELSE
               MOVE "1" TO PARCELA.
           OPEN INPUT CADPTS.
           IF FS-CADPTS EQUAL "00"
               READ CADPTS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARCELA-PTS EQUAL "1"
                          OR PARCELA-PTS EQUAL "2"
                           MOVE PARCELA-PTS TO PARCELA
                       END-IF
               END-READ
               CLOSE CADPTS.

      *    CARREGA AS BANDAS DE DESCONTO DO CADDED. O ARQUIVO E
      *    OPCIONAL - SEM ELE A SEGUNDA PARCELA SO ABATE A PRIMEIRA.
       LE-DEDUCOES.
           MOVE ZEROS TO CONT-BANDAS.
           OPEN INPUT CADDED.
           IF FS-CADDED EQUAL "00"
               PERFORM CARREGA-BANDA
                   UNTIL FS-CADDED NOT EQUAL "00"
               CLOSE CADDED.

       CARREGA-BANDA.
           READ CADDED
               AT END
                   MOVE "10" TO FS-CADDED
               NOT AT END
                   IF CONT-BANDAS LESS 50
                       ADD 1 TO CONT-BANDAS
                       MOVE TIPO-DED   TO TIPO-BANDA (CONT-BANDAS)
                       MOVE LIMITE-DED TO LIMITE-BANDA (CONT-BANDAS)
                       MOVE TAXA-DED   TO TAXA-BANDA (CONT-BANDAS)
                       PERFORM REGISTRA-TIPO
                   ELSE
                       IF LIMITE-DED-LOGADO EQUAL "NAO"
                           MOVE "CADDED.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-DED-LOGADO
                       END-IF
                   END-IF
           END-READ.

       REGISTRA-TIPO.
           MOVE TIPO-DED TO TIPO-CORRENTE.
           PERFORM PROCURA-TIPO.
           IF ACHOU-TIPO EQUAL "NAO"
               IF CONT-TIPOS LESS 4
                   ADD 1 TO CONT-TIPOS
                   MOVE TIPO-CORRENTE TO COD-TIPO (CONT-TIPOS)
               ELSE
                   IF LIMITE-TIPO-LOGADO EQUAL "NAO"
                       MOVE "TAB-TIPOS"  TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-TIPO-LOGADO
                   END-IF
               END-IF
           END-IF.

       PROCURA-TIPO.
           MOVE "NAO" TO ACHOU-TIPO.
           PERFORM VARIA-PROCURA-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS
                  OR ACHOU-TIPO EQUAL "SIM".
           IF ACHOU-TIPO EQUAL "SIM"
               SUBTRACT 1 FROM SUB-TIPO.

       VARIA-PROCURA-TIPO.
           IF COD-TIPO (SUB-TIPO) EQUAL TIPO-CORRENTE
               MOVE "SIM" TO ACHOU-TIPO.

       AVANCA-CADFUN.
           READ CADFUN
               AT END
                   MOVE "SIM" TO FIM-FUN
           END-READ.

      *    APURA OS AVOS E O DIREITO DO FUNCIONARIO E GRAVA A PARCELA.
      *    FICAM FORA OS DESLIGADOS ATE A DATA DE PROCESSAMENTO, OS
      *    ADMITIDOS DEPOIS DELA E QUEM NAO TEM AVO NO ANO.
       CALCULA-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS.
           MOVE "SIM" TO PAGA-FUNC.
           IF DT-DESLIG-FUN GREATER ZEROS
              AND DT-DESLIG-FUN NOT GREATER WS-DATA-ARQ
               MOVE "NAO" TO PAGA-FUNC.
           IF DT-ADMISSAO-FUN GREATER WS-DATA-ARQ
               MOVE "NAO" TO PAGA-FUNC.
           IF PAGA-FUNC EQUAL "SIM"
               PERFORM APURA-AVOS
               IF AVOS EQUAL ZEROS
                   MOVE "NAO" TO PAGA-FUNC
               END-IF
           END-IF.
           IF PAGA-FUNC EQUAL "SIM"
               COMPUTE DIREITO ROUNDED = (SAL-FUN * AVOS) / 12
               PERFORM LE-CADDTS
               IF PARCELA EQUAL "1"
                   PERFORM CALCULA-PRIMEIRA
               ELSE
                   PERFORM CALCULA-SEGUNDA
               END-IF
           END-IF.
           IF PAGA-FUNC EQUAL "SIM"
               PERFORM GRAVA-PAGAMENTO
           ELSE
               ADD 1 TO CONT-FORA.
           PERFORM AVANCA-CADFUN.

      *    UM AVO POR MES DO ANO COM 15 DIAS OU MAIS TRABALHADOS.
       APURA-AVOS.
           MOVE ZEROS TO AVOS.
           PERFORM VARIA-APURA-MES
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES GREATER 12.

       VARIA-APURA-MES.
           MOVE SUB-MES TO MES-CALC.
           COMPUTE ANOMES-CALC = (ANO-PROC * 100) + MES-CALC.
           PERFORM CALCULA-DIAS-MES.
           MOVE 1           TO DIA-INICIO.
           MOVE DIAS-NO-MES TO DIA-FIM.
           IF DT-ADMISSAO-FUN GREATER ZEROS
               IF DT-ADMISSAO-FUN (1:6) EQUAL ANOMES-CALC
                   MOVE DT-ADMISSAO-FUN (7:2) TO DIA-INICIO
               ELSE
                   IF DT-ADMISSAO-FUN (1:6) GREATER ANOMES-CALC
                       MOVE ZEROS TO DIA-FIM
                   END-IF
               END-IF
           END-IF.
           IF DT-DESLIG-FUN GREATER ZEROS
               IF DT-DESLIG-FUN (1:6) EQUAL ANOMES-CALC
                   MOVE DT-DESLIG-FUN (7:2) TO DIA-FIM
               ELSE
                   IF DT-DESLIG-FUN (1:6) LESS ANOMES-CALC
                       MOVE ZEROS TO DIA-FIM
                   END-IF
               END-IF
           END-IF.
           IF DIA-FIM LESS DIA-INICIO
               MOVE ZEROS TO DIAS-TRAB
           ELSE
               COMPUTE DIAS-TRAB = DIA-FIM - DIA-INICIO + 1.
           IF DIAS-TRAB NOT LESS 15
               ADD 1 TO AVOS.

      *    QUANTIDADE DE DIAS DO MES EM MES-CALC, COM FEVEREIRO
      *    BISSEXTO, NO MESMO CRITERIO DO EX34.
       CALCULA-DIAS-MES.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE ANO-PROC BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE ANO-PROC BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE ANO-PROC BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

           EVALUATE MES-CALC
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   IF BISSEXTO EQUAL "SIM"
                       MOVE 29 TO DIAS-NO-MES
                   ELSE
                       MOVE 28 TO DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

       LE-CADDTS.
           MOVE COD-FUN  TO COD-DTS.
           MOVE ANO-PROC TO ANO-DTS.
           MOVE "SIM" TO ACHOU-DTS.
           READ CADDTS
               INVALID KEY
                   MOVE "NAO" TO ACHOU-DTS
           END-READ.
           IF ACHOU-DTS EQUAL "NAO"
               MOVE ZEROS TO AVOS-DTS DIREITO-DTS PARC1-DTS DATA1-DTS
                             DESC2-DTS PARC2-DTS DATA2-DTS.

      *    PRIMEIRA PARCELA: METADE DO DIREITO, SEM DESCONTOS. DEPOIS
      *    DE PAGA A SEGUNDA, A PRIMEIRA NAO E MAIS RECALCULADA.
       CALCULA-PRIMEIRA.
           IF DATA2-DTS GREATER ZEROS
               MOVE "NAO" TO PAGA-FUNC
           ELSE
               COMPUTE VALOR-BRUTO ROUNDED = DIREITO / 2
               MOVE ZEROS       TO TOT-DESCONTOS
               MOVE VALOR-BRUTO TO VALOR-LIQUIDO
               PERFORM MONTA-REGISTRO
               MOVE AVOS        TO AVOS-DTS
               MOVE DIREITO     TO DIREITO-DTS
               MOVE VALOR-BRUTO TO PARC1-DTS
               MOVE WS-DATA-ARQ TO DATA1-DTS.

      *    SEGUNDA PARCELA: DESCONTOS DO CADDED SOBRE O DIREITO
      *    INTEGRAL, MAIS A PRIMEIRA PARCELA JA PAGA ("1PA"). SE OS
      *    DESCONTOS PASSAREM DO DIREITO, O LIQUIDO FICA ZERADO.
       CALCULA-SEGUNDA.
           MOVE DIREITO   TO VALOR-BRUTO.
           MOVE PARC1-DTS TO ADIANTADO.
           PERFORM MONTA-REGISTRO.
           PERFORM CALCULA-UM-TIPO
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER CONT-TIPOS.
           IF ADIANTADO GREATER ZEROS
               MOVE "1PA"     TO TIPO-DESC-LIQ (5)
               MOVE ADIANTADO TO VALOR-DESC-LIQ (5)
               ADD ADIANTADO  TO TOT-DESCONTOS.
           IF TOT-DESCONTOS GREATER VALOR-BRUTO
               MOVE ZEROS TO VALOR-LIQUIDO
           ELSE
               SUBTRACT TOT-DESCONTOS FROM VALOR-BRUTO
                   GIVING VALOR-LIQUIDO.
           MOVE AVOS          TO AVOS-DTS.
           MOVE DIREITO       TO DIREITO-DTS.
           SUBTRACT ADIANTADO FROM TOT-DESCONTOS GIVING DESC2-DTS.
           MOVE VALOR-LIQUIDO TO PARC2-DTS.
           MOVE WS-DATA-ARQ   TO DATA2-DTS.

       MONTA-REGISTRO.
           MOVE SPACES      TO REG-LIQ.
           MOVE COD-FUN     TO COD-LIQ.
           MOVE NOME-FUN    TO NOME-LIQ.
           MOVE VALOR-BRUTO TO BRUTO-LIQ.
           MOVE DEP-FUN     TO DEP-LIQ.
           MOVE ZEROS       TO TOT-DESCONTOS.
           PERFORM ZERA-DESCONTOS-REG
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER 5.

       ZERA-DESCONTOS-REG.
           MOVE SPACES TO TIPO-DESC-LIQ (SUB-TIPO).
           MOVE ZEROS  TO VALOR-DESC-LIQ (SUB-TIPO).

      *    APURA UM TIPO DE DESCONTO POR BANDAS MARGINAIS SOBRE O
      *    DIREITO, COM A ALIQUOTA DA ULTIMA BANDA COMO TETO, NO MESMO
      *    CRITERIO DO EX34.
       CALCULA-UM-TIPO.
           MOVE COD-TIPO (SUB-TIPO) TO TIPO-CORRENTE.
           MOVE ZEROS TO DESCONTO-CALC.
           MOVE ZEROS TO LIMITE-ANTERIOR.
           MOVE ZEROS TO LIMITE-TOPO.
           PERFORM VARIA-CALCULA-BANDA
               VARYING SUB-BANDA FROM 1 BY 1
               UNTIL SUB-BANDA GREATER CONT-BANDAS.
           IF LIMITE-TOPO GREATER ZEROS
              AND VALOR-BRUTO GREATER LIMITE-TOPO
               PERFORM COBRA-EXCEDENTE.
           MOVE TIPO-CORRENTE  TO TIPO-DESC-LIQ (SUB-TIPO).
           MOVE DESCONTO-CALC  TO VALOR-DESC-LIQ (SUB-TIPO).
           ADD DESCONTO-CALC   TO TOT-DESCONTOS.

       VARIA-CALCULA-BANDA.
           IF TIPO-BANDA (SUB-BANDA) EQUAL TIPO-CORRENTE
               IF VALOR-BRUTO GREATER LIMITE-ANTERIOR
                   IF VALOR-BRUTO LESS LIMITE-BANDA (SUB-BANDA)
                       SUBTRACT LIMITE-ANTERIOR FROM VALOR-BRUTO
                           GIVING BASE-BANDA
                   ELSE
                       SUBTRACT LIMITE-ANTERIOR
                           FROM LIMITE-BANDA (SUB-BANDA)
                           GIVING BASE-BANDA
                   END-IF
                   COMPUTE DESCONTO-CALC ROUNDED = DESCONTO-CALC
                       + (BASE-BANDA * TAXA-BANDA (SUB-BANDA))
               END-IF
               MOVE LIMITE-BANDA (SUB-BANDA) TO LIMITE-ANTERIOR
               MOVE LIMITE-BANDA (SUB-BANDA) TO LIMITE-TOPO
               MOVE TAXA-BANDA (SUB-BANDA)   TO TAXA-TOPO
           END-IF.

       COBRA-EXCEDENTE.
           SUBTRACT LIMITE-TOPO FROM VALOR-BRUTO GIVING BASE-BANDA.
           COMPUTE DESCONTO-CALC ROUNDED = DESCONTO-CALC
               + (BASE-BANDA * TAXA-TOPO).

      *    GRAVA O PAGAMENTO NO CAD13S, REGRAVA AS PARCELAS NO CADDTS
      *    E SOMA NOS TOTAIS DO DEPARTAMENTO.
       GRAVA-PAGAMENTO.
           MOVE TOT-DESCONTOS TO TOT-DESC-LIQ.
           MOVE VALOR-LIQUIDO TO LIQUIDO-LIQ.
           WRITE REG-LIQ.
           IF ACHOU-DTS EQUAL "SIM"
               REWRITE REG-DTS
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-DTS
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF FS-CADDTS NOT EQUAL "00"
               MOVE "CADDTS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDTS    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.
           ADD 1             TO CONT-GRAVADOS.
           ADD VALOR-BRUTO   TO SOMA-BRUTOS.
           ADD TOT-DESCONTOS TO SOMA-DESCONTOS.
           ADD VALOR-LIQUIDO TO SOMA-LIQUIDOS.
           PERFORM ACUMULA-DEPARTAMENTO.

       ACUMULA-DEPARTAMENTO.
           MOVE "NAO" TO ACHOU-DEP.
           PERFORM VARIA-PROCURA-DEP
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS
                  OR ACHOU-DEP EQUAL "SIM".
           IF ACHOU-DEP EQUAL "SIM"
               SUBTRACT 1 FROM SUB-DEP
           ELSE
               IF CONT-DEPS LESS 50
                   ADD 1 TO CONT-DEPS
                   MOVE CONT-DEPS TO SUB-DEP
                   MOVE DEP-FUN   TO COD-DEP (SUB-DEP)
                   MOVE ZEROS     TO QTD-DEP (SUB-DEP)
                   MOVE ZEROS     TO BRUTO-DEP (SUB-DEP)
                   MOVE ZEROS     TO DESC-DEP (SUB-DEP)
                   MOVE ZEROS     TO LIQUIDO-DEP (SUB-DEP)
                   MOVE "SIM"     TO ACHOU-DEP
               ELSE
                   IF LIMITE-DEP-LOGADO EQUAL "NAO"
                       MOVE "TAB-DEPS"   TO ERR-ARQUIVO
                       MOVE "99"         TO ERR-STATUS
                       MOVE "LIMITE"     TO ERR-OPERACAO
                       CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                           ERR-OPERACAO ERR-STATUS
                       MOVE "ABERTURA"   TO ERR-OPERACAO
                       MOVE "SIM"        TO LIMITE-DEP-LOGADO
                   END-IF
               END-IF
           END-IF.
           IF ACHOU-DEP EQUAL "SIM"
               ADD 1             TO QTD-DEP (SUB-DEP)
               ADD VALOR-BRUTO   TO BRUTO-DEP (SUB-DEP)
               ADD TOT-DESCONTOS TO DESC-DEP (SUB-DEP)
               ADD VALOR-LIQUIDO TO LIQUIDO-DEP (SUB-DEP).

       VARIA-PROCURA-DEP.
           IF COD-DEP (SUB-DEP) EQUAL DEP-FUN
               MOVE "SIM" TO ACHOU-DEP.

       GRAVA-SELO-CABECALHO.
           MOVE SPACES      TO REG-LIQ.
           MOVE "HDR"       TO TIPO-SELO-HL.
           MOVE "EX58"      TO PROG-SELO-HL.
           MOVE WS-DATA-ARQ TO DATA-SELO-HL.
           WRITE REG-SELO-HL.

       GRAVA-SELO-TRAILER.
           MOVE SPACES        TO REG-LIQ.
           MOVE "TRL"         TO TIPO-SELO-TL.
           MOVE CONT-GRAVADOS TO QTD-SELO-TL.
           MOVE SOMA-LIQUIDOS TO HASH-SELO-TL.
           WRITE REG-SELO-TL.

      *    RESUMO POR DEPARTAMENTO E TOTAIS GERAIS DA PARCELA.
       IMPRIME-RESUMO.
           MOVE ANO-PROC          TO ANO-CAB.
           MOVE PARCELA           TO PARCELA-CAB.
           MOVE WS-DATA-ARQ (7:2) TO DIA-CAB.
           MOVE WS-DATA-ARQ (5:2) TO MES-CAB.
           MOVE WS-DATA-ARQ (1:4) TO ANO-PAG-CAB.
           PERFORM QUEBRA-PAGINA.
           PERFORM VARIA-IMPRIME-DEP
               VARYING SUB-DEP FROM 1 BY 1
               UNTIL SUB-DEP GREATER CONT-DEPS.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL"        TO COD-DEP-IMP.
           MOVE CONT-GRAVADOS  TO QTD-DEP-IMP.
           MOVE SOMA-BRUTOS    TO BRUTO-DEP-IMP.
           MOVE SOMA-DESCONTOS TO DESC-DEP-IMP.
           MOVE SOMA-LIQUIDOS  TO LIQUIDO-DEP-IMP.
           MOVE LIN-DEP TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "FUNCIONARIOS LIDOS" TO TEXTO-RES.
           MOVE CONT-LIDOS TO VALOR-RES.
           MOVE SPACES  TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "FORA DA PARCELA" TO TEXTO-RES.
           MOVE CONT-FORA TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

      *    ABRE UMA PAGINA DO RESUMO COM O CABECALHO NUMERADO.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA TO PAGINA-CAB.
           MOVE LIN-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO CONT-LINHAS.

       VARIA-IMPRIME-DEP.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           ADD 1 TO CONT-LINHAS.
           MOVE COD-DEP (SUB-DEP)     TO COD-DEP-IMP.
           MOVE QTD-DEP (SUB-DEP)     TO QTD-DEP-IMP.
           MOVE BRUTO-DEP (SUB-DEP)   TO BRUTO-DEP-IMP.
           MOVE DESC-DEP (SUB-DEP)    TO DESC-DEP-IMP.
           MOVE LIQUIDO-DEP (SUB-DEP) TO LIQUIDO-DEP-IMP.
           MOVE LIN-DEP TO LINHA-REL.
           WRITE LINHA-REL.

       GERA-RELATORIO-CTL.
           MOVE PARCELA       TO PARCELA-CTL.
           MOVE CONT-LIDOS    TO QTD-LIDOS-CTL.
           MOVE CONT-GRAVADOS TO QTD-PAGOS-CTL.
           MOVE CONT-FORA     TO QTD-FORA-CTL.
           MOVE SOMA-BRUTOS   TO SOMA-BRUTOS-CTL.
           MOVE SOMA-LIQUIDOS TO SOMA-LIQUIDOS-CTL.
           WRITE REG-CTL58.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADFUN
                 CADDTS
                 CAD13S
                 RELDTS
                 CTL58.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
