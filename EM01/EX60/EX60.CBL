       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX60.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       PAGAMENTO DE FERIAS. PERCORRE O MESTRE CADFER
      *               MANTIDO PELO EX59 E PAGA AS PROGRAMACOES AINDA
      *               NAO PAGAS CUJO INICIO CAI ATE A DATA DE
      *               PROCESSAMENTO MAIS A ANTECEDENCIA DO CADPFE
      *               (PADRAO 2 DIAS). O VALOR DE CADA PROGRAMACAO E O
      *               SALARIO PROPORCIONAL AOS DIAS (SAL-FER / 30 VEZES
      *               OS DIAS) ACRESCIDO DE UM TERCO; AS PROGRAMACOES
      *               DO MESMO FUNCIONARIO SOMAM NUM SO PAGAMENTO, COM
      *               AS TABELAS DO CADDED APLICADAS SOBRE O TOTAL
      *               (MESMAS BANDAS MARGINAIS DO EX34).
      *               A PROGRAMACAO PAGA RECEBE A DATA E O VALOR DO
      *               PAGAMENTO NO CADFER; REEXECUTAR NA MESMA DATA
      *               RECALCULA E REGRAVA AS PAGAS NELA, SEM DUPLICAR.
      *               GRAVA O CADFRS_AAAAMMDD.DAT NO LAYOUT E COM O
      *               SELO DO CADLIQ, REMETIDO AOS BANCOS PELO EX36 E
      *               LANCADO NO ACUMULADO ANUAL PELO EX56 NO LOTE DA
      *               MESMA DATA, E A RELACAO RELFRS.
      *               DESLIGADOS ATE A DATA DE PROCESSAMENTO RECEBEM AS
      *               FERIAS NA RESCISAO E FICAM FORA.
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
      *    MESTRE DE FERIAS MANTIDO PELO EX59.
           SELECT CADFER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-FER
           FILE STATUS IS FS-CADFER.
      *    TABELAS PROGRESSIVAS DE DESCONTO, AS MESMAS DO EX34.
           SELECT CADDED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDED.
      *    PARAMETROS DE FERIAS (OPCIONAL), OS MESMOS DO EX59.
           SELECT CADPFE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPFE.
      *    ARQUIVO DE PARAMETRO DA DATA DE PROCESSAMENTO: QUANDO
      *    PRESENTE, A DATA DELE SUBSTITUI A DATA DO SISTEMA NA
      *    RESOLUCAO DOS NOMES DE ARQUIVO DATADOS.
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
      *    PAGAMENTOS DE FERIAS, NO LAYOUT DO CADLIQ.
           SELECT CADFRS ASSIGN TO WS-NOME-CADFRS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFRS.
           SELECT RELFRS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFRS.
           SELECT CTL60 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL60.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT MANTIDO PELO EX59.
       FD CADFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFER.DAT".

       01 REG-FER.
           02 COD-FER              PIC 9(05).
           02 NOME-FER             PIC X(20).
           02 DEP-FER              PIC X(05).
           02 SAL-FER              PIC 9(07)V99.
           02 DT-ADMISSAO-FER      PIC 9(08).
           02 DT-DESLIG-FER        PIC 9(08).
           02 PERIODO-FER OCCURS 3 TIMES.
              03 INI-AQ-FER        PIC 9(08).
              03 FIM-AQ-FER        PIC 9(08).
              03 LIM-GOZO-FER      PIC 9(08).
              03 DIAS-GOZ-FER      PIC 9(02).
           02 AGENDA-FER OCCURS 3 TIMES.
              03 INI-GOZO-FER      PIC 9(08).
              03 DIAS-AGE-FER      PIC 9(02).
              03 INI-AQ-AGE-FER    PIC 9(08).
              03 PAGTO-AGE-FER     PIC 9(08).
              03 VALOR-AGE-FER     PIC 9(07)V99.

       FD CADDED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDED.DAT".

       01 REG-DED.
           02 TIPO-DED            PIC X(03).
           02 LIMITE-DED          PIC 9(07)V99.
           02 TAXA-DED            PIC 9(01)V99.

       FD CADPFE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPFE.DAT".

       01 REG-PFE.
           02 ALERTA-PFE-X         PIC X(03).
           02 ALERTA-PFE REDEFINES ALERTA-PFE-X PIC 9(03).
           02 ANTECED-PFE-X        PIC X(02).
           02 ANTECED-PFE REDEFINES ANTECED-PFE-X PIC 9(02).

       FD CADDAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDAT.DAT".

       01 REG-DAT.
           02 DATA-PROC-DAT       PIC 9(08).

      *    MESMO LAYOUT E SELO DO CADLIQ DO EX34: O BRUTO E O VALOR
      *    DAS FERIAS COM O TERCO.
       FD CADFRS
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

      *    RELACAO DOS PAGAMENTOS, EM IMAGEM DE IMPRESSAO.
       FD RELFRS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELFRS.DAT".

       01 LINHA-REL               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL60
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL60.DAT".

       01 REG-CTL60.
           02 QTD-LIDOS-CTL       PIC 9(07).
           02 QTD-PAGOS-CTL       PIC 9(07).
           02 QTD-PROGR-CTL       PIC 9(07).
           02 SOMA-BRUTOS-CTL     PIC 9(11)V99.
           02 SOMA-LIQUIDOS-CTL   PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADFER               PIC X(02).
       77 FS-CADDED               PIC X(02).
       77 FS-CADPFE               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-CADFRS               PIC X(02).
       77 FS-RELFRS               PIC X(02).
       77 FS-CTL60                PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CADFRS          PIC X(30).
       77 FIM-FER                 PIC X(03)       VALUE "NAO".
       77 DIAS-ANTECED            PIC 9(02)       VALUE 2.
       77 DATA-LIMITE             PIC 9(08).
       77 CONT-DIAS               PIC 9(03).
      *    APOIO DO CALCULO DA DATA LIMITE, NO MESMO CRITERIO DO EX59.
       01 DATA-TESTE              PIC 9(08).
       01 DATA-TESTE-DESM REDEFINES DATA-TESTE.
           02 ANO-TST             PIC 9(04).
           02 MES-TST             PIC 9(02).
           02 DIA-TST             PIC 9(02).
       77 SUB-MES                 PIC 9(02).
       77 DIAS-NO-MES             PIC 9(02).
       77 BISSEXTO                PIC X(03)       VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
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
      *    TIPOS DISTINTOS DE DESCONTO, UM POR POSICAO DO REGISTRO.
       77 CONT-TIPOS              PIC 9(01)       VALUE ZEROS.
       77 SUB-TIPO                PIC 9(01)       VALUE ZEROS.
       77 ACHOU-TIPO              PIC X(03)       VALUE "NAO".
       77 LIMITE-TIPO-LOGADO      PIC X(03)       VALUE "NAO".
       01 TAB-TIPOS.
           02 TIPO-ITEM OCCURS 5 TIMES.
              03 COD-TIPO          PIC X(03).
       77 TIPO-CORRENTE           PIC X(03).
       77 DESCONTO-CALC           PIC 9(07)V99.
       77 BASE-BANDA              PIC 9(07)V99.
       77 LIMITE-ANTERIOR         PIC 9(07)V99.
       77 LIMITE-TOPO             PIC 9(07)V99.
       77 TAXA-TOPO               PIC 9(01)V99.
       77 TOT-DESCONTOS           PIC 9(07)V99.
      *    PROGRAMACOES DO FUNCIONARIO CORRENTE.
       77 SUB-AGE                 PIC 9(01).
       77 VALOR-PROGR             PIC 9(07)V99.
       77 VALOR-BRUTO             PIC 9(07)V99.
       77 VALOR-LIQUIDO           PIC 9(07)V99.
       77 DIAS-PAGOS              PIC 9(03).
       77 CONT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 CONT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-PROGR              PIC 9(07)       VALUE ZEROS.
       77 SOMA-BRUTOS             PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-DESCONTOS          PIC 9(11)V99    VALUE ZEROS.
       77 SOMA-LIQUIDOS           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-LINHAS             PIC 9(02)       VALUE 99.
       77 CONT-PAGINA             PIC 9(03)       VALUE ZEROS.
       77 LINHAS-POR-PAGINA       PIC 9(02)       VALUE 40.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX60".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-TRACO.
           02 FILLER              PIC X(80)       VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(32)
              VALUE "PAGAMENTO DE FERIAS - DATA ".
           02 DIA-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 MES-CAB             PIC 9(02).
           02 FILLER              PIC X(01)       VALUE "/".
           02 ANO-CAB             PIC 9(04).
           02 FILLER              PIC X(28)       VALUE SPACES.
           02 FILLER              PIC X(07)       VALUE "PAGINA ".
           02 PAGINA-CAB          PIC ZZ9.

       01 LIN-CAB2.
           02 FILLER              PIC X(33)
              VALUE "CODIGO NOME                 DEPTO".
           02 FILLER              PIC X(05)       VALUE " DIAS".
           02 FILLER              PIC X(14)
              VALUE "         BRUTO".
           02 FILLER              PIC X(14)
              VALUE "     DESCONTOS".
           02 FILLER              PIC X(14)
              VALUE "       LIQUIDO".

       01 LIN-DET.
           02 COD-DET             PIC 9(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 NOME-DET            PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DEP-DET             PIC X(05).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 DIAS-DET            PIC ZZ9.
           02 BRUTO-DET           PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DESC-DET            PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 LIQUIDO-DET         PIC Z.ZZZ.ZZ9,99.

       01 LIN-RES.
           02 TEXTO-RES           PIC X(30).
           02 VALOR-RES           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-CABECALHO
           PERFORM QUEBRA-PAGINA
           PERFORM POSICIONA-CADFER
           PERFORM PAGA-FUNCIONARIO
               UNTIL FIM-FER EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GRAVA-SELO-TRAILER
           PERFORM IMPRIME-TOTAIS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           PERFORM LE-DATA-PROC.
           PERFORM LE-PARAMETROS.
           MOVE WS-DATA-ARQ TO DATA-TESTE.
           PERFORM AVANCA-UM-DIA
               VARYING CONT-DIAS FROM 1 BY 1
               UNTIL CONT-DIAS GREATER DIAS-ANTECED.
           MOVE DATA-TESTE TO DATA-LIMITE.
           PERFORM LE-DEDUCOES.
           MOVE SPACES TO WS-NOME-CADFRS.
           STRING "CADFRS_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADFRS.
           OPEN I-O CADFER
               OUTPUT CADFRS
               OUTPUT RELFRS
               OUTPUT CTL60.
           PERFORM VERIFICA-ABERTURA.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADFER NOT EQUAL "00"
               MOVE "CADFER.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFER    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADFRS NOT EQUAL "00"
               MOVE "CADFRS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFRS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELFRS NOT EQUAL "00"
               MOVE "RELFRS.DAT" TO ERR-ARQUIVO
               MOVE FS-RELFRS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL60 NOT EQUAL "00"
               MOVE "CTL60.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL60     TO ERR-STATUS
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

      *    ANTECEDENCIA DO PAGAMENTO NO CADPFE; AUSENTE OU INVALIDA
      *    VALE 2 DIAS.
       LE-PARAMETROS.
           OPEN INPUT CADPFE.
           IF FS-CADPFE EQUAL "00"
               READ CADPFE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANTECED-PFE-X IS NUMERIC
                           MOVE ANTECED-PFE TO DIAS-ANTECED
                       END-IF
               END-READ
               CLOSE CADPFE.

      *    CARREGA AS BANDAS DE DESCONTO DO CADDED. O ARQUIVO E
      *    OPCIONAL - SEM ELE AS FERIAS SAO PAGAS SEM DESCONTO.
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
               IF CONT-TIPOS LESS 5
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

      *    O CADFER E PERCORRIDO EM ORDEM DE CODIGO, A MESMA ORDEM DO
      *    CADLIQ DA FOLHA.
       POSICIONA-CADFER.
           MOVE ZEROS TO COD-FER.
           START CADFER KEY NOT LESS COD-FER
               INVALID KEY
                   MOVE "SIM" TO FIM-FER
           END-START.
           IF FIM-FER EQUAL "NAO"
               PERFORM LE-PROXIMO-FER.

       LE-PROXIMO-FER.
           READ CADFER NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-FER
           END-READ.

      *    SOMA AS PROGRAMACOES A PAGAR DO FUNCIONARIO, MARCA CADA UMA
      *    COMO PAGA NA DATA E GRAVA UM PAGAMENTO COM OS DESCONTOS.
       PAGA-FUNCIONARIO.
           ADD 1 TO CONT-LIDOS.
           MOVE ZEROS TO VALOR-BRUTO DIAS-PAGOS.
           IF DT-DESLIG-FER EQUAL ZEROS
              OR DT-DESLIG-FER GREATER WS-DATA-ARQ
               PERFORM VARIA-PAGA-PROGRAMACAO
                   VARYING SUB-AGE FROM 1 BY 1
                   UNTIL SUB-AGE GREATER 3.
           IF DIAS-PAGOS GREATER ZEROS
               PERFORM MONTA-REGISTRO
               PERFORM CALCULA-UM-TIPO
                   VARYING SUB-TIPO FROM 1 BY 1
                   UNTIL SUB-TIPO GREATER CONT-TIPOS
               IF TOT-DESCONTOS GREATER VALOR-BRUTO
                   MOVE ZEROS TO VALOR-LIQUIDO
               ELSE
                   SUBTRACT TOT-DESCONTOS FROM VALOR-BRUTO
                       GIVING VALOR-LIQUIDO
               END-IF
               PERFORM GRAVA-PAGAMENTO
           END-IF.
           PERFORM LE-PROXIMO-FER.

      *    A PAGAR: INICIO ATE A DATA LIMITE E AINDA NAO PAGA, OU PAGA
      *    NA PROPRIA DATA DE PROCESSAMENTO (REEXECUCAO).
       VARIA-PAGA-PROGRAMACAO.
           IF INI-GOZO-FER (SUB-AGE) GREATER ZEROS
              AND INI-GOZO-FER (SUB-AGE) NOT GREATER DATA-LIMITE
              AND (PAGTO-AGE-FER (SUB-AGE) EQUAL ZEROS
                OR PAGTO-AGE-FER (SUB-AGE) EQUAL WS-DATA-ARQ)
               COMPUTE VALOR-PROGR ROUNDED =
                   (SAL-FER * DIAS-AGE-FER (SUB-AGE) * 4) / 90
               MOVE WS-DATA-ARQ TO PAGTO-AGE-FER (SUB-AGE)
               MOVE VALOR-PROGR TO VALOR-AGE-FER (SUB-AGE)
               ADD VALOR-PROGR  TO VALOR-BRUTO
               ADD DIAS-AGE-FER (SUB-AGE) TO DIAS-PAGOS
               ADD 1 TO CONT-PROGR.

       MONTA-REGISTRO.
           MOVE SPACES      TO REG-LIQ.
           MOVE COD-FER     TO COD-LIQ.
           MOVE NOME-FER    TO NOME-LIQ.
           MOVE VALOR-BRUTO TO BRUTO-LIQ.
           MOVE DEP-FER     TO DEP-LIQ.
           MOVE ZEROS       TO TOT-DESCONTOS.
           PERFORM ZERA-DESCONTOS-REG
               VARYING SUB-TIPO FROM 1 BY 1
               UNTIL SUB-TIPO GREATER 5.

       ZERA-DESCONTOS-REG.
           MOVE SPACES TO TIPO-DESC-LIQ (SUB-TIPO).
           MOVE ZEROS  TO VALOR-DESC-LIQ (SUB-TIPO).

      *    APURA UM TIPO DE DESCONTO POR BANDAS MARGINAIS SOBRE O
      *    VALOR DAS FERIAS, COM A ALIQUOTA DA ULTIMA BANDA COMO TETO,
      *    NO MESMO CRITERIO DO EX34.
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

      *    GRAVA O PAGAMENTO NO CADFRS, REGRAVA AS PROGRAMACOES PAGAS
      *    NO CADFER E IMPRIME A LINHA DA RELACAO.
       GRAVA-PAGAMENTO.
           MOVE TOT-DESCONTOS TO TOT-DESC-LIQ.
           MOVE VALOR-LIQUIDO TO LIQUIDO-LIQ.
           WRITE REG-LIQ.
           REWRITE REG-FER
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF FS-CADFER NOT EQUAL "00"
               MOVE "CADFER.DAT" TO ERR-ARQUIVO
               MOVE FS-CADFER    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.
           ADD 1             TO CONT-GRAVADOS.
           ADD VALOR-BRUTO   TO SOMA-BRUTOS.
           ADD TOT-DESCONTOS TO SOMA-DESCONTOS.
           ADD VALOR-LIQUIDO TO SOMA-LIQUIDOS.
           MOVE COD-FER       TO COD-DET.
           MOVE NOME-FER      TO NOME-DET.
           MOVE DEP-FER       TO DEP-DET.
           MOVE DIAS-PAGOS    TO DIAS-DET.
           MOVE VALOR-BRUTO   TO BRUTO-DET.
           MOVE TOT-DESCONTOS TO DESC-DET.
           MOVE VALOR-LIQUIDO TO LIQUIDO-DET.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           MOVE LIN-DET TO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO CONT-LINHAS.

       GRAVA-SELO-CABECALHO.
           MOVE SPACES      TO REG-LIQ.
           MOVE "HDR"       TO TIPO-SELO-HL.
           MOVE "EX60"      TO PROG-SELO-HL.
           MOVE WS-DATA-ARQ TO DATA-SELO-HL.
           WRITE REG-SELO-HL.

       GRAVA-SELO-TRAILER.
           MOVE SPACES        TO REG-LIQ.
           MOVE "TRL"         TO TIPO-SELO-TL.
           MOVE CONT-GRAVADOS TO QTD-SELO-TL.
           MOVE SOMA-LIQUIDOS TO HASH-SELO-TL.
           WRITE REG-SELO-TL.

      *    ABRE UMA PAGINA DO RELATORIO COM O CABECALHO NUMERADO.
       QUEBRA-PAGINA.
           ADD 1 TO CONT-PAGINA.
           MOVE CONT-PAGINA TO PAGINA-CAB.
           MOVE WS-DATA-ARQ (7:2) TO DIA-CAB.
           MOVE WS-DATA-ARQ (5:2) TO MES-CAB.
           MOVE WS-DATA-ARQ (1:4) TO ANO-CAB.
           MOVE LIN-CAB1 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-CAB2 TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO CONT-LINHAS.

       IMPRIME-TOTAIS.
           IF CONT-LINHAS NOT LESS LINHAS-POR-PAGINA
               PERFORM QUEBRA-PAGINA
           END-IF.
           MOVE LIN-TRACO TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "FUNCIONARIOS PAGOS" TO TEXTO-RES.
           MOVE CONT-GRAVADOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PROGRAMACOES PAGAS" TO TEXTO-RES.
           MOVE CONT-PROGR TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL BRUTO" TO TEXTO-RES.
           MOVE SOMA-BRUTOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL DESCONTOS" TO TEXTO-RES.
           MOVE SOMA-DESCONTOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAL LIQUIDO" TO TEXTO-RES.
           MOVE SOMA-LIQUIDOS TO VALOR-RES.
           MOVE LIN-RES TO LINHA-REL.
           WRITE LINHA-REL.

      *    QUANTIDADE DE DIAS DO MES EM SUB-MES NO ANO DE DATA-TESTE,
      *    COM FEVEREIRO BISSEXTO, NO MESMO CRITERIO DO EX10.
       CALCULA-DIAS-DO-MES.
           EVALUATE SUB-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   PERFORM CONFERE-BISSEXTO-ANO
                   IF BISSEXTO EQUAL "SIM"
                       MOVE 29 TO DIAS-NO-MES
                   ELSE
                       MOVE 28 TO DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

       CONFERE-BISSEXTO-ANO.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE ANO-TST BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE ANO-TST BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE ANO-TST BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

      *    AVANCA DATA-TESTE EM UM DIA DE CALENDARIO, TRATANDO A
      *    VIRADA DE MES E DE ANO.
       AVANCA-UM-DIA.
           MOVE MES-TST TO SUB-MES.
           PERFORM CALCULA-DIAS-DO-MES.
           IF DIA-TST LESS DIAS-NO-MES
               ADD 1 TO DIA-TST
           ELSE
               MOVE 1 TO DIA-TST
               IF MES-TST EQUAL 12
                   MOVE 1 TO MES-TST
                   ADD 1 TO ANO-TST
               ELSE
                   ADD 1 TO MES-TST
               END-IF
           END-IF.

       GERA-RELATORIO-CTL.
           MOVE CONT-LIDOS    TO QTD-LIDOS-CTL.
           MOVE CONT-GRAVADOS TO QTD-PAGOS-CTL.
           MOVE CONT-PROGR    TO QTD-PROGR-CTL.
           MOVE SOMA-BRUTOS   TO SOMA-BRUTOS-CTL.
           MOVE SOMA-LIQUIDOS TO SOMA-LIQUIDOS-CTL.
           WRITE REG-CTL60.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE CADFER
                 CADFRS
                 RELFRS
                 CTL60.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
