      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     REMESSA DO DECIMO TERCEIRO: QUANDO O EX58
      *                     GRAVOU O CAD13S DA DATA DE PROCESSAMENTO,
      *                     ELE E REMETIDO DEPOIS DA FOLHA DO DIA, COM O
      *                     MESMO SELO E OS MESMOS DADOS BANCARIOS, EM
      *                     REMESSAS PROPRIAS REM13S_BBB_AAAAMMDD.DAT.
      *  15/10/2026 LLB     REMESSA DE FERIAS: O CADFRS DO EX60 NA DATA
      *                     DE PROCESSAMENTO SAI DA MESMA FORMA, EM
      *                     REMESSAS REMFER_BBB_AAAAMMDD.DAT.
      *  15/10/2026 LLB     REMESSA DE PENSOES: O CADPEN DO EX34 NA DATA
      *                     DE PROCESSAMENTO CREDITA OS BENEFICIARIOS DE
      *                     PENSAO ALIMENTICIA NA CONTA DO PROPRIO
      *                     REGISTRO, EM REMESSAS REMPEN_BBB_AAAAMMDD.
      *  15/10/2026 LLB     CADA REMESSA GERADA E ACRESCENTADA AO
      *                     INVENTARIO CADRMI, LIDO PELA CONCILIACAO DO
      *                     RETORNO EX66. OS PAGAMENTOS PENDENTES DO
      *                     CADPPG (CREDITOS RECUSADOS PELO BANCO) COM
      *                     DADOS BANCARIOS JA CORRIGIDOS NO EX15
      *                     SAO REENVIADOS NA REMESSA DA FOLHA DO DIA E
      *                     MARCADOS COMO REENVIADOS, PARA NAO SAIREM DE
      *                     NOVO NAS REMESSAS SEGUINTES.
      *  15/10/2026 LLB     RETENCAO DE PAGAMENTOS: O CREDITO DE
      *                     FUNCIONARIO COM RETENCAO ATIVA NO CADBLQ
      *                     (MANTIDO PELO EX67) VAI PARA O ARQUIVO DE
      *                     PAGAMENTOS RETIDOS CADPRT EM VEZ DA
      *                     REMESSA; LIBERADA OU VENCIDA A RETENCAO, O
      *                     RETIDO SAI NA REMESSA DA FOLHA DO DIA. CADA
      *                     CREDITO E CONFERIDO NO HISTORICO INDEXADO
      *                     CADHRM (FUNCIONARIO, MES E TIPO DE REMESSA):
      *                     JA REMETIDO NO MES EM OUTRA DATA E RECUSADO
      *                     COMO DUPLICADO, COM LINHA NO RELREM.
      *  15/10/2026 LLB     CREDITO PARA CONTA APROVADA HA POUCO: O
      *                     CREDITO (REMETIDO, REENVIADO OU LIBERADO)
      *                     DE FUNCIONARIO CUJA TROCA DE DADOS
      *                     BANCARIOS FOI APROVADA NO EX15 DENTRO DA
      *                     JANELA DE DIAS DO CADJBC (5 DIAS NA
      *                     AUSENCIA DELE) GANHA UMA LINHA NO RELREM COM
      *                     A DATA E O OPERADOR DA APROVACAO, PARA
      *                     CONFERENCIA ANTES DA CARGA NO PORTAL.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL (NIVEL-FUN)
      *                     NO FIM DO REGISTRO, QUE PASSA A TER 75
      *                     POSICOES; O LAYOUT DE LEITURA FOI ALINHADO,
      *                     SEM USO DO CAMPO NOVO NESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADSAI ASSIGN TO WS-NOME-CADSAI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADSAI.
      *    PENSOES DO DIA GRAVADAS PELO EX34, COM A CONTA DO
      *    BENEFICIARIO.
           SELECT CADPEN ASSIGN TO WS-NOME-CADPEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPEN.
           SELECT CADFUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFUN.
           SELECT RELREM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELREM.
      *    INVENTARIO DAS REMESSAS GERADAS, ACUMULADO ENTRE EXECUCOES.
           SELECT CADRMI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRMI.
      *    PAGAMENTOS PENDENTES MANTIDOS PELA CONCILIACAO EX66.
           SELECT CADPPG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPPG.
      *    LISTA DE RETENCAO MANTIDA PELO EX67 (OPCIONAL).
           SELECT CADBLQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-BLQ
           FILE STATUS IS FS-CADBLQ.
      *    PAGAMENTOS RETIDOS, ACUMULADO ENTRE EXECUCOES.
           SELECT CADPRT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRT.
      *    HISTORICO DOS CREDITOS REMETIDOS POR FUNCIONARIO E MES.
           SELECT CADHRM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HRM
           FILE STATUS IS FS-CADHRM.
      *    PENDENCIAS BANCARIAS MANTIDAS PELO EX15 (OPCIONAL).
           SELECT CADPBC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPBC.
      *    JANELA EM DIAS DA CONTA APROVADA RECENTE (OPCIONAL).
           SELECT CADJBC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADJBC.

       DATA DIVISION.
       FILE SECTION.
           02 QTD-SELO-T          PIC 9(07).
           02 HASH-SELO-T         PIC 9(11)V99.

      *    MESMO LAYOUT GRAVADO PELO EX34.
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

      *    MESMO LAYOUT MANTIDO PELO EX15, COM OS DADOS BANCARIOS NO
      *    FIM DO REGISTRO.
       FD CADFUN
           02 CONTA-FUN           PIC 9(10).
           02 DT-ADMISSAO-FUN     PIC 9(08).
           02 DT-DESLIG-FUN       PIC 9(08).
           02 NIVEL-FUN           PIC X(03).

       FD CADDAT
           LABEL RECORD ARE STANDARD

       01 LINHA-REL               PIC X(80).

      *    UMA LINHA POR REMESSA GERADA: DATA, PREFIXO, BANCO,
      *    QUANTIDADE E VALOR TOTAL.
       FD CADRMI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRMI.DAT".

       01 REG-RMI.
           02 DATA-RMI            PIC 9(08).
           02 PREFIXO-RMI         PIC X(07).
           02 BANCO-RMI           PIC 9(03).
           02 QTD-RMI             PIC 9(07).
           02 TOTAL-RMI           PIC 9(11)V99.

      *    MESMO LAYOUT MANTIDO PELO EX66.
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

      *    MESMO LAYOUT MANTIDO PELO EX67.
       FD CADBLQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBLQ.DAT".

       01 REG-BLQ.
           02 COD-BLQ             PIC 9(05).
           02 MOTIVO-BLQ          PIC X(30).
           02 SOLIC-BLQ           PIC X(20).
           02 DATA-INI-BLQ        PIC 9(08).
           02 DATA-ATE-BLQ        PIC 9(08).
           02 SITUACAO-BLQ        PIC X(01).
           02 DATA-LIB-BLQ        PIC 9(08).
           02 RESP-LIB-BLQ        PIC X(20).

      *    UM REGISTRO POR CREDITO RETIDO: A REMESSA DE ORIGEM
      *    (PREFIXO), A DATA E O MOTIVO DA RETENCAO. SITUACAO "RETIDO"
      *    ATE A LIBERACAO, "LIBER" DEPOIS DE SAIR NA REMESSA.
       FD CADPRT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRT.DAT".

       01 REG-PRT.
           02 COD-PRT             PIC 9(05).
           02 NOME-PRT            PIC X(20).
           02 VALOR-PRT           PIC 9(07)V99.
           02 PREFIXO-PRT         PIC X(07).
           02 DATA-RET-PRT        PIC 9(08).
           02 MOTIVO-PRT          PIC X(30).
           02 SITUACAO-PRT        PIC X(06).
           02 DATA-LIB-PRT        PIC 9(08).

      *    DATA EM QUE O CREDITO DO MES FOI REMETIDO (OU RETIDO) PARA
      *    O FUNCIONARIO EM CADA TIPO DE REMESSA.
       FD CADHRM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHRM.DAT".

       01 REG-HRM.
           02 CHAVE-HRM.
              03 COD-HRM          PIC 9(05).
              03 MES-HRM          PIC 9(06).
              03 PREFIXO-HRM      PIC X(07).
           02 DATA-HRM            PIC 9(08).
           02 VALOR-HRM           PIC 9(07)V99.

      *    MESMO LAYOUT GRAVADO PELO EX15; SO INTERESSAM AS TROCAS
      *    APROVADAS (SITUACAO "A").
       FD CADPBC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPBC.DAT".

       01 REG-PBC.
           02 COD-PBC             PIC 9(05).
           02 BANCO-PBC           PIC 9(03).
           02 AGENCIA-PBC         PIC 9(04).
           02 CONTA-PBC           PIC 9(10).
           02 OPER-SOL-PBC        PIC X(08).
           02 DATA-SOL-PBC        PIC 9(08).
           02 HORA-SOL-PBC        PIC 9(06).
           02 SITUACAO-PBC        PIC X(01).
           02 OPER-DEC-PBC        PIC X(08).
           02 DATA-DEC-PBC        PIC 9(08).
           02 HORA-DEC-PBC        PIC 9(06).

       FD CADJBC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADJBC.DAT".

       01 REG-JBC.
           02 DIAS-JBC            PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-CADLIQ               PIC X(02).
       77 FS-CADSAI               PIC X(02).
       77 FS-CADFUN               PIC X(02).
       77 FS-CADPEN               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-REMBCO               PIC X(02).
       77 FS-RELREM               PIC X(02).
       77 FS-CADRMI               PIC X(02).
       77 FS-CADPPG               PIC X(02).
       77 FS-CADBLQ               PIC X(02).
       77 FS-CADPRT               PIC X(02).
       77 FS-CADHRM               PIC X(02).
       77 FS-CADPBC               PIC X(02).
       77 FS-CADJBC               PIC X(02).
       77 WS-DATA-ARQ             PIC 9(08).
       77 WS-NOME-CADLIQ          PIC X(30).
       77 WS-NOME-CADSAI          PIC X(30).
       77 WS-NOME-REMBCO          PIC X(30).
       77 WS-NOME-CAD13S          PIC X(30).
       77 WS-NOME-CADFRS          PIC X(30).
       77 WS-NOME-CADPEN          PIC X(30).
       77 WS-EXISTE               PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
      *    "SIM" QUANDO A FONTE DOS PAGAMENTOS E O CADLIQ DO EX34;
      *    "NAO" QUANDO E O CADSAI_REAJ DO EX08.
       77 USA-LIQ                 PIC X(03)       VALUE "NAO".
      *    "SIM" NA REMESSA DO CADPEN, QUE TRAZ A CONTA DO BENEFICIARIO
      *    E DISPENSA OS DADOS BANCARIOS DO CADFUN.
       77 USA-PEN                 PIC X(03)       VALUE "NAO".
      *    PREFIXO DAS REMESSAS E NOME DA FONTE NO ERRLOG: OS DA FOLHA
      *    DO DIA, TROCADOS NAS REMESSAS DE PAGAMENTOS AVULSOS LIDOS NO
      *    LAYOUT DO CADLIQ.
       77 PREFIXO-REM             PIC X(07)       VALUE "REMBCO_".
       77 ARQ-FONTE               PIC X(12)       VALUE "CADLIQ.DAT".
       77 FIM-PAG                 PIC X(03)       VALUE "NAO".
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 TRL-VISTO               PIC X(03)       VALUE "NAO".
       77 CONT-CREDITOS           PIC 9(07)       VALUE ZEROS.
       77 SOMA-CREDITOS           PIC 9(11)V99    VALUE ZEROS.
       77 CONT-SEM-BANCO          PIC 9(05)       VALUE ZEROS.
      *    "SIM" NA FOLHA DO DIA, QUE LEVA OS REENVIOS DOS PENDENTES;
      *    "NAO" NAS REMESSAS DE PAGAMENTOS AVULSOS.
       77 REENVIA-PEND            PIC X(03)       VALUE "SIM".
      *    PAGAMENTOS PENDENTES EM MEMORIA, COM OS DADOS BANCARIOS
      *    ATUAIS DO CADFUN. ELEGIVEL-PEND MARCA OS QUE SAEM HOJE.
       77 CONT-PEND               PIC 9(03)       VALUE ZEROS.
       77 SUB-PEND                PIC 9(03)       VALUE ZEROS.
       77 LIMITE-PEND-LOGADO      PIC X(03)       VALUE "NAO".
       01 TAB-PENDENTES.
           02 PENDENTE-ITEM OCCURS 999 TIMES.
              03 DADOS-PEND.
                 04 COD-PEND          PIC 9(05).
                 04 NOME-PEND         PIC X(20).
                 04 VALOR-PEND        PIC 9(07)V99.
                 04 DATA-REM-PEND     PIC 9(08).
                 04 BANCO-PEND        PIC 9(03).
                 04 AGENCIA-PEND      PIC 9(04).
                 04 CONTA-PEND        PIC 9(10).
                 04 OCORR-PEND        PIC X(02).
                 04 MOTIVO-PEND       PIC X(30).
                 04 SITUACAO-PEND     PIC X(06).
                 04 DATA-REENV-PEND   PIC 9(08).
                 04 DATA-BAIXA-PEND   PIC 9(08).
              03 BANCO-ATU-PEND       PIC 9(03).
              03 AGENCIA-ATU-PEND     PIC 9(04).
              03 CONTA-ATU-PEND       PIC 9(10).
              03 ELEGIVEL-PEND        PIC X(03).
      *    "SIM" QUANDO O RESPECTIVO ARQUIVO JA EXISTE.
       77 TEM-CADBLQ              PIC X(03)       VALUE "NAO".
       77 TEM-CADPRT              PIC X(03)       VALUE "NAO".
      *    RESULTADO DA CONSULTA AO CADBLQ PARA O CODIGO EM COD-CONS.
       77 COD-CONS                PIC 9(05).
       77 BLOQUEADO               PIC X(03)       VALUE "NAO".
      *    DESTINO DO PAGAMENTO CORRENTE: "REMETE", "RETIDO",
      *    "DUPLIC" (JA REMETIDO NO MES) OU "SEMBCO".
       77 DESTINO-PAG             PIC X(06).
       77 ACHOU-HRM               PIC X(03)       VALUE "NAO".
      *    PAGAMENTOS RETIDOS EM MEMORIA, NO MESMO MOLDE DA TABELA DE
      *    PENDENTES. ELEGIVEL-RET MARCA OS LIBERADOS QUE SAEM HOJE.
       77 CONT-RET                PIC 9(03)       VALUE ZEROS.
       77 SUB-RET                 PIC 9(03)       VALUE ZEROS.
       77 LIMITE-RET-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-RETIDOS.
           02 RETIDO-ITEM OCCURS 999 TIMES.
              03 DADOS-RET.
                 04 COD-RET           PIC 9(05).
                 04 NOME-RET          PIC X(20).
                 04 VALOR-RET         PIC 9(07)V99.
                 04 PREFIXO-RET       PIC X(07).
                 04 DATA-RET          PIC 9(08).
                 04 MOTIVO-RET        PIC X(30).
                 04 SITUACAO-RET      PIC X(06).
                 04 DATA-LIB-RET      PIC 9(08).
              03 BANCO-ATU-RET        PIC 9(03).
              03 AGENCIA-ATU-RET      PIC 9(04).
              03 CONTA-ATU-RET        PIC 9(10).
              03 ELEGIVEL-RET         PIC X(03).
      *    TROCAS DE DADOS BANCARIOS APROVADAS NO EX15 (UMA POR
      *    FUNCIONARIO) E A JANELA EM DIAS EM QUE O CREDITO PARA A
      *    CONTA NOVA AINDA E SINALIZADO NO RELREM.
       77 CONT-APR                PIC 9(03)       VALUE ZEROS.
       77 SUB-APR                 PIC 9(03)       VALUE ZEROS.
       77 LIMITE-APR-LOGADO       PIC X(03)       VALUE "NAO".
       77 ACHOU-APR               PIC X(03)       VALUE "NAO".
       77 DIAS-JANELA             PIC 9(03)       VALUE 5.
       77 NOME-CONS               PIC X(20).
       01 TAB-APROVACOES.
           02 APROVACAO-ITEM OCCURS 999 TIMES.
              03 COD-APR          PIC 9(05).
              03 DATA-APR         PIC 9(08).
              03 OPER-APR         PIC X(08).
      *    CONTAGEM DE DIAS CORRIDOS DESDE 01/01/2000, NO MESMO
      *    CRITERIO DO CALENDARIO DO EX10.
       01 DATA-TESTE              PIC 9(08).
       01 DATA-TESTE-DESM REDEFINES DATA-TESTE.
           02 ANO-TST             PIC 9(04).
           02 MES-TST             PIC 9(02).
           02 DIA-TST             PIC 9(02).
       77 SERIAL-CALC             PIC 9(07).
       77 SERIAL-PROC             PIC 9(07)       VALUE ZEROS.
       77 DIAS-DECORRIDOS         PIC 9(07).
       77 SUB-ANO                 PIC 9(04).
       77 SUB-MES                 PIC 9(02).
       77 DIAS-NO-MES             PIC 9(02).
       77 BISSEXTO                PIC X(03)       VALUE "NAO".
       77 QUOC-DIV                PIC 9(04).
       77 RESTO-DIV               PIC 9(04).
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX36".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
           02 FILLER              PIC X(07)       VALUE " TOTAL ".
           02 TOTAL-INV           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-REENV.
           02 FILLER              PIC X(21)
              VALUE "REENVIO DE PENDENTE: ".
           02 COD-REENV           PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-REENV          PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-REENV         PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(05)       VALUE " REM ".
           02 DATA-REM-REENV      PIC 9(08).

       01 LIN-RETIDO.
           02 FILLER              PIC X(16)
              VALUE "CREDITO RETIDO: ".
           02 COD-RETIDO          PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-RETIDO         PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-RETIDO        PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 MOTIVO-RETIDO       PIC X(24).

       01 LIN-LIBER.
           02 FILLER              PIC X(21)
              VALUE "LIBERACAO DE RETIDO: ".
           02 COD-LIBER           PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-LIBER          PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-LIBER         PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(05)       VALUE " RET ".
           02 DATA-RET-LIBER      PIC 9(08).

       01 LIN-DUPLIC.
           02 FILLER              PIC X(11)       VALUE "DUPLICADO: ".
           02 COD-DUPLIC          PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-DUPLIC         PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 VALOR-DUPLIC        PIC Z.ZZZ.ZZ9,99.
           02 FILLER              PIC X(13)
              VALUE " REMETIDO EM ".
           02 DATA-DUPLIC         PIC 9(08).

       01 LIN-APROV.
           02 FILLER              PIC X(24)
              VALUE "CONTA APROVADA RECENTE: ".
           02 COD-APROV           PIC 9(05).
           02 FILLER              PIC X(01)       VALUE SPACE.
           02 NOME-APROV          PIC X(20).
           02 FILLER              PIC X(07)       VALUE " APROV ".
           02 DATA-APROV          PIC 9(08).
           02 FILLER              PIC X(05)       VALUE " POR ".
           02 OPER-APROV          PIC X(08).

       01 LIN-FONTE.
           02 FILLER              PIC X(20)
              VALUE "PAGAMENTOS AVULSOS: ".
           02 ARQ-FONTE-IMP       PIC X(30).

       PROCEDURE DIVISION.
       EXFIX.

       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LEVANTA-BANCOS
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM LEVANTA-REENVIOS
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM GERA-UMA-REMESSA
               VARYING SUB-BCO FROM 1 BY 1
               UNTIL SUB-BCO GREATER CONT-BANCOS
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REMESSA-DECIMO-TERCEIRO
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REMESSA-FERIAS
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REMESSA-PENSAO
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REGRAVA-PENDENTES
       END-IF.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM REGRAVA-RETIDOS
       END-IF.
       PERFORM TERMINO.
       GOBACK.

               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
      *    O INVENTARIO E CRIADO NA PRIMEIRA EXECUCAO.
           OPEN EXTEND CADRMI.
           IF FS-CADRMI NOT EQUAL "00"
               OPEN OUTPUT CADRMI.
           IF FS-CADRMI NOT EQUAL "00"
               MOVE "CADRMI.DAT" TO ERR-ARQUIVO
               MOVE FS-CADRMI    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM ABRE-CADBLQ
               PERFORM ABRE-CADHRM.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CARREGA-APROVACOES
               PERFORM CARREGA-PENDENTES.

      *    CARREGA AS TROCAS BANCARIAS APROVADAS DO CADPBC (QUE SO
      *    EXISTE DEPOIS DA PRIMEIRA TROCA SOLICITADA NO EX15) E A
      *    JANELA DO CADJBC. TABELA CHEIA SO DEIXA DE SINALIZAR.
       CARREGA-APROVACOES.
           MOVE ZEROS TO CONT-APR.
           OPEN INPUT CADJBC.
           IF FS-CADJBC EQUAL "00"
               READ CADJBC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DIAS-JBC TO DIAS-JANELA
               END-READ
               CLOSE CADJBC.
           MOVE WS-DATA-ARQ TO DATA-TESTE.
           PERFORM CALCULA-SERIAL.
           MOVE SERIAL-CALC TO SERIAL-PROC.
           OPEN INPUT CADPBC.
           IF FS-CADPBC EQUAL "00"
               PERFORM GUARDA-APROVACAO
                   UNTIL FS-CADPBC NOT EQUAL "00"
               CLOSE CADPBC.

       GUARDA-APROVACAO.
           READ CADPBC
               AT END
                   MOVE "10" TO FS-CADPBC
               NOT AT END
                   IF SITUACAO-PBC EQUAL "A"
                       IF CONT-APR LESS 999
                           ADD 1 TO CONT-APR
                           MOVE COD-PBC      TO COD-APR (CONT-APR)
                           MOVE DATA-DEC-PBC TO DATA-APR (CONT-APR)
                           MOVE OPER-DEC-PBC TO OPER-APR (CONT-APR)
                       ELSE
                           IF LIMITE-APR-LOGADO EQUAL "NAO"
                               MOVE "CADPBC.DAT" TO ERR-ARQUIVO
                               MOVE "99"         TO ERR-STATUS
                               MOVE "LIMITE"     TO ERR-OPERACAO
                               CALL "TRATERRO" USING ERR-PROGRAMA
                                   ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                               MOVE "ABERTURA"   TO ERR-OPERACAO
                               MOVE "SIM"        TO LIMITE-APR-LOGADO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    CREDITO PARA O FUNCIONARIO EM COD-CONS/NOME-CONS CUJA CONTA
      *    FOI APROVADA DENTRO DA JANELA (OU COM DATA ADIANTE DA DATA
      *    DE PROCESSAMENTO) GANHA A LINHA DE CONFERENCIA NO RELREM.
       CONFERE-APROVACAO-RECENTE.
           MOVE "NAO" TO ACHOU-APR.
           PERFORM VARIA-PROCURA-APROVACAO
               VARYING SUB-APR FROM 1 BY 1
               UNTIL SUB-APR GREATER CONT-APR
                  OR ACHOU-APR EQUAL "SIM".
           IF ACHOU-APR EQUAL "SIM"
               SUBTRACT 1 FROM SUB-APR
               MOVE DATA-APR (SUB-APR) TO DATA-TESTE
               PERFORM CALCULA-SERIAL
               IF SERIAL-CALC GREATER SERIAL-PROC
                   MOVE ZEROS TO DIAS-DECORRIDOS
               ELSE
                   COMPUTE DIAS-DECORRIDOS = SERIAL-PROC - SERIAL-CALC
               END-IF
               IF DIAS-DECORRIDOS NOT GREATER DIAS-JANELA
                   MOVE COD-CONS           TO COD-APROV
                   MOVE NOME-CONS          TO NOME-APROV
                   MOVE DATA-APR (SUB-APR) TO DATA-APROV
                   MOVE OPER-APR (SUB-APR) TO OPER-APROV
                   MOVE LIN-APROV TO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           END-IF.

       VARIA-PROCURA-APROVACAO.
           IF COD-APR (SUB-APR) EQUAL COD-CONS
               MOVE "SIM" TO ACHOU-APR.

      *    CONTAGEM DE DIAS CORRIDOS DESDE 01/01/2000 PARA A DATA EM
      *    DATA-TESTE, COPIADA DO EX10.
       CALCULA-SERIAL.
           MOVE ZEROS TO SERIAL-CALC.
           PERFORM VARIA-SOMA-ANO
               VARYING SUB-ANO FROM 2000 BY 1
               UNTIL SUB-ANO NOT LESS ANO-TST.
           PERFORM VARIA-SOMA-MES
               VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES NOT LESS MES-TST.
           ADD DIA-TST TO SERIAL-CALC.

       VARIA-SOMA-ANO.
           PERFORM CONFERE-BISSEXTO-ANO.
           IF BISSEXTO EQUAL "SIM"
               ADD 366 TO SERIAL-CALC
           ELSE
               ADD 365 TO SERIAL-CALC.

       CONFERE-BISSEXTO-ANO.
           MOVE "NAO" TO BISSEXTO.
           DIVIDE SUB-ANO BY 4 GIVING QUOC-DIV REMAINDER RESTO-DIV.
           IF RESTO-DIV EQUAL ZEROS
               DIVIDE SUB-ANO BY 100 GIVING QUOC-DIV
                   REMAINDER RESTO-DIV
               IF RESTO-DIV NOT EQUAL ZEROS
                   MOVE "SIM" TO BISSEXTO
               ELSE
                   DIVIDE SUB-ANO BY 400 GIVING QUOC-DIV
                       REMAINDER RESTO-DIV
                   IF RESTO-DIV EQUAL ZEROS
                       MOVE "SIM" TO BISSEXTO.

       VARIA-SOMA-MES.
           PERFORM CALCULA-DIAS-DO-MES.
           ADD DIAS-NO-MES TO SERIAL-CALC.

       CALCULA-DIAS-DO-MES.
           EVALUATE SUB-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-NO-MES
               WHEN 2
                   MOVE ANO-TST TO SUB-ANO
                   PERFORM CONFERE-BISSEXTO-ANO
                   IF BISSEXTO EQUAL "SIM"
                       MOVE 29 TO DIAS-NO-MES
                   ELSE
                       MOVE 28 TO DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

      *    A LISTA DE RETENCAO SO EXISTE DEPOIS DA PRIMEIRA TRANSACAO
      *    DO EX67; SEM ELA NENHUM CREDITO E RETIDO.
       ABRE-CADBLQ.
           OPEN INPUT CADBLQ.
           IF FS-CADBLQ EQUAL "00"
               MOVE "SIM" TO TEM-CADBLQ
           ELSE
               IF FS-CADBLQ NOT EQUAL "35"
                   MOVE "CADBLQ.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADBLQ    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               END-IF
           END-IF.

      *    CRIA O CADHRM NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADVPG DO EX63.
       ABRE-CADHRM.
           OPEN I-O CADHRM.
           IF FS-CADHRM EQUAL "35"
               OPEN OUTPUT CADHRM
               CLOSE CADHRM
               OPEN I-O CADHRM.
           IF FS-CADHRM NOT EQUAL "00"
               MOVE "CADHRM.DAT" TO ERR-ARQUIVO
               MOVE FS-CADHRM    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       GERA-NOMES.
           PERFORM LE-DATA-PROC.
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADSAI.
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
           MOVE SPACES TO WS-NOME-CADPEN.
           STRING "CADPEN_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADPEN.

      *    LE A DATA DE PROCESSAMENTO DO ARQUIVO DE PARAMETROS CADDAT.
      *    SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, VALE A DATA DO
               ACCEPT WS-DATA-ARQ FROM DATE YYYYMMDD.

      *    PRIMEIRA PASSADA: LEVANTA OS BANCOS PRESENTES NA FOLHA DO
      *    DIA E RELACIONA OS FUNCIONARIOS SEM DADOS BANCARIOS, OS
      *    CREDITOS RETIDOS E OS DUPLICADOS.
       LEVANTA-BANCOS.
           PERFORM ABRE-PAGAMENTOS.
           IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM FECHA-PAGAMENTOS.

       CLASSIFICA-PAGAMENTO.
           PERFORM CONFERE-CREDITO.
           EVALUATE DESTINO-PAG
               WHEN "REMETE"
                   PERFORM ACUMULA-BANCO
                   PERFORM REGISTRA-REMESSA
                   IF USA-PEN NOT EQUAL "SIM"
                       MOVE PAG-COD  TO COD-CONS
                       MOVE PAG-NOME TO NOME-CONS
                       PERFORM CONFERE-APROVACAO-RECENTE
                   END-IF
               WHEN "RETIDO"
                   PERFORM RETEM-PAGAMENTO
                   IF ABORTAR-JOB NOT EQUAL "SIM"
                       PERFORM REGISTRA-REMESSA
                   END-IF
               WHEN "DUPLIC"
                   MOVE PAG-COD   TO COD-DUPLIC
                   MOVE PAG-NOME  TO NOME-DUPLIC
                   MOVE PAG-VALOR TO VALOR-DUPLIC
                   MOVE DATA-HRM  TO DATA-DUPLIC
                   MOVE LIN-DUPLIC TO LINHA-REL
                   WRITE LINHA-REL
               WHEN OTHER
                   ADD 1 TO CONT-SEM-BANCO
                   MOVE PAG-COD  TO COD-SEMBCO
                   MOVE PAG-NOME TO NOME-SEMBCO
                   MOVE LIN-SEMBCO TO LINHA-REL
                   WRITE LINHA-REL
           END-EVALUATE.
           PERFORM LE-PAGAMENTO.

      *    DESTINO DO PAGAMENTO CORRENTE, DECIDIDO DA MESMA FORMA NAS
      *    DUAS PASSADAS: JA REMETIDO NO MES EM OUTRA DATA E DUPLICADO;
      *    FUNCIONARIO COM RETENCAO ATIVA E RETIDO (A PENSAO E DO
      *    BENEFICIARIO E NAO E RETIDA); SEM DADOS BANCARIOS FICA DE
      *    FORA; O RESTO E REMETIDO. O REGISTRO DO CADHRM GRAVADO NA
      *    PRIMEIRA PASSADA TEM A DATA DO DIA E NAO RECUSA A SEGUNDA.
       CONFERE-CREDITO.
           PERFORM BUSCA-DADOS-BANCARIOS.
           MOVE "REMETE" TO DESTINO-PAG.
           PERFORM CONSULTA-HISTORICO.
           IF ACHOU-HRM EQUAL "SIM"
              AND DATA-HRM NOT EQUAL WS-DATA-ARQ
               MOVE "DUPLIC" TO DESTINO-PAG.
           IF DESTINO-PAG EQUAL "REMETE"
              AND USA-PEN NOT EQUAL "SIM"
               MOVE PAG-COD TO COD-CONS
               PERFORM CONSULTA-RETENCAO
               IF BLOQUEADO EQUAL "SIM"
                   MOVE "RETIDO" TO DESTINO-PAG.
           IF DESTINO-PAG EQUAL "REMETE"
              AND PAG-BANCO EQUAL ZEROS
               MOVE "SEMBCO" TO DESTINO-PAG.

       CONSULTA-HISTORICO.
           MOVE PAG-COD           TO COD-HRM.
           MOVE WS-DATA-ARQ (1:6) TO MES-HRM.
           MOVE PREFIXO-REM       TO PREFIXO-HRM.
           MOVE "SIM" TO ACHOU-HRM.
           READ CADHRM
               INVALID KEY
                   MOVE "NAO" TO ACHOU-HRM
           END-READ.

      *    RETENCAO ATIVA E DENTRO DA DATA LIMITE (ZEROS = SEM LIMITE)
      *    PARA O FUNCIONARIO EM COD-CONS.
       CONSULTA-RETENCAO.
           MOVE "NAO" TO BLOQUEADO.
           IF TEM-CADBLQ EQUAL "SIM"
               MOVE COD-CONS TO COD-BLQ
               READ CADBLQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITUACAO-BLQ EQUAL "A"
                          AND (DATA-ATE-BLQ EQUAL ZEROS
                            OR DATA-ATE-BLQ NOT LESS WS-DATA-ARQ)
                           MOVE "SIM" TO BLOQUEADO
                       END-IF
               END-READ
           END-IF.

      *    GRAVA NO CADHRM A DATA DO CREDITO DO MES. JA GRAVADO NA
      *    PROPRIA DATA (REEXECUCAO DO DIA OU OUTRO BENEFICIARIO DE
      *    PENSAO DO MESMO FUNCIONARIO), NADA MUDA.
       REGISTRA-REMESSA.
           IF ACHOU-HRM EQUAL "NAO"
               MOVE PAG-COD           TO COD-HRM
               MOVE WS-DATA-ARQ (1:6) TO MES-HRM
               MOVE PREFIXO-REM       TO PREFIXO-HRM
               MOVE WS-DATA-ARQ       TO DATA-HRM
               MOVE PAG-VALOR         TO VALOR-HRM
               WRITE REG-HRM
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF FS-CADHRM NOT EQUAL "00"
                   MOVE "CADHRM.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADHRM    TO ERR-STATUS
                   MOVE "GRAVACAO"   TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM" TO ABORTAR-JOB
               END-IF
           END-IF.

      *    O CREDITO RETIDO ENTRA NA TABELA QUE REGRAVA O CADPRT, COM O
      *    MOTIVO DA RETENCAO LIDO EM CONSULTA-RETENCAO. SEM ESPACO NA
      *    TABELA O CREDITO SE PERDERIA: O PROGRAMA ABORTA.
       RETEM-PAGAMENTO.
           IF CONT-RET LESS 999
               ADD 1 TO CONT-RET
               MOVE PAG-COD     TO COD-RET (CONT-RET)
               MOVE PAG-NOME    TO NOME-RET (CONT-RET)
               MOVE PAG-VALOR   TO VALOR-RET (CONT-RET)
               MOVE PREFIXO-REM TO PREFIXO-RET (CONT-RET)
               MOVE WS-DATA-ARQ TO DATA-RET (CONT-RET)
               MOVE MOTIVO-BLQ  TO MOTIVO-RET (CONT-RET)
               MOVE "RETIDO"    TO SITUACAO-RET (CONT-RET)
               MOVE ZEROS       TO DATA-LIB-RET (CONT-RET)
               MOVE ZEROS       TO BANCO-ATU-RET (CONT-RET)
               MOVE ZEROS       TO AGENCIA-ATU-RET (CONT-RET)
               MOVE ZEROS       TO CONTA-ATU-RET (CONT-RET)
               MOVE "NAO"       TO ELEGIVEL-RET (CONT-RET)
               MOVE PAG-COD     TO COD-RETIDO
               MOVE PAG-NOME    TO NOME-RETIDO
               MOVE PAG-VALOR   TO VALOR-RETIDO
               MOVE MOTIVO-BLQ  TO MOTIVO-RETIDO
               MOVE LIN-RETIDO TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE "CADPRT.DAT" TO ERR-ARQUIVO
               MOVE "99"         TO ERR-STATUS
               MOVE "LIMITE"     TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM"        TO ABORTAR-JOB
           END-IF.

       ACUMULA-BANCO.
           MOVE "NAO" TO ACHOU-BCO.
           IF COD-BANCO (SUB-BCO) EQUAL PAG-BANCO
               MOVE "SIM" TO ACHOU-BCO.

      *    O DECIMO TERCEIRO GRAVADO PELO EX58 PARA A DATA DE
      *    PROCESSAMENTO SAI EM REMESSAS PROPRIAS, DEPOIS DA FOLHA.
       REMESSA-DECIMO-TERCEIRO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CAD13S WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE WS-NOME-CAD13S TO WS-NOME-CADLIQ
               MOVE "REM13S_"      TO PREFIXO-REM
               MOVE "CAD13S.DAT"   TO ARQ-FONTE
               PERFORM REMESSA-AVULSA.

      *    AS FERIAS PAGAS PELO EX60 NA DATA DE PROCESSAMENTO SAEM DA
      *    MESMA FORMA, EM REMESSAS PROPRIAS.
       REMESSA-FERIAS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CADFRS WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE WS-NOME-CADFRS TO WS-NOME-CADLIQ
               MOVE "REMFER_"      TO PREFIXO-REM
               MOVE "CADFRS.DAT"   TO ARQ-FONTE
               PERFORM REMESSA-AVULSA.

      *    AS PENSOES DESCONTADAS PELO EX34 NA DATA DE PROCESSAMENTO
      *    SAEM EM REMESSAS PROPRIAS, CREDITADAS NA CONTA DO
      *    BENEFICIARIO GRAVADA NO CADPEN.
       REMESSA-PENSAO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-CADPEN WS-INFO-ARQ
               RETURNING WS-EXISTE.
           IF WS-EXISTE EQUAL ZEROS
               MOVE "SIM"          TO USA-PEN
               MOVE WS-NOME-CADPEN TO WS-NOME-CADLIQ
               MOVE "REMPEN_"      TO PREFIXO-REM
               MOVE "CADPEN.DAT"   TO ARQ-FONTE
               PERFORM REMESSA-AVULSA
               MOVE "NAO"          TO USA-PEN.

      *    REMESSAS DE UM ARQUIVO DE PAGAMENTOS AVULSOS NO LAYOUT DO
      *    CADLIQ (NOME EM WS-NOME-CADLIQ): AS MESMAS DUAS PASSADAS DA
      *    FOLHA DO DIA, COM A TABELA DE BANCOS RECOMECADA.
       REMESSA-AVULSA.
           MOVE "SIM" TO USA-LIQ.
           MOVE "NAO" TO REENVIA-PEND.
           MOVE ZEROS TO CONT-BANCOS.
           MOVE WS-NOME-CADLIQ TO ARQ-FONTE-IMP.
           MOVE LIN-FONTE TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM LEVANTA-BANCOS.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-UMA-REMESSA
                   VARYING SUB-BCO FROM 1 BY 1
                   UNTIL SUB-BCO GREATER CONT-BANCOS
                      OR ABORTAR-JOB EQUAL "SIM".

      *    SEGUNDA PASSADA, UMA POR BANCO: RELE OS PAGAMENTOS E GRAVA
      *    A REMESSA DO BANCO CORRENTE COM CABECALHO, CREDITOS E
      *    TRAILER, MAIS A LINHA DE INVENTARIO EM RELREM.
       GERA-UMA-REMESSA.
           MOVE COD-BANCO (SUB-BCO) TO BANCO-CORRENTE.
           MOVE SPACES TO WS-NOME-REMBCO.
           STRING PREFIXO-REM DELIMITED BY SIZE
                  BANCO-CORRENTE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATA-ARQ DELIMITED BY SIZE
                          OR ABORTAR-JOB EQUAL "SIM"
               END-IF
               PERFORM FECHA-PAGAMENTOS
               IF REENVIA-PEND EQUAL "SIM"
                   PERFORM VARIA-GRAVA-REENVIO
                       VARYING SUB-PEND FROM 1 BY 1
                       UNTIL SUB-PEND GREATER CONT-PEND
                   PERFORM VARIA-GRAVA-LIBERADO
                       VARYING SUB-RET FROM 1 BY 1
                       UNTIL SUB-RET GREATER CONT-RET
               END-IF
               MOVE "9"            TO TIPO-REM-T
               MOVE CONT-CREDITOS  TO QTD-REM-T
               MOVE SOMA-CREDITOS  TO TOTAL-REM-T
               WRITE REG-REM-T
               CLOSE REMBCO
               MOVE WS-DATA-ARQ    TO DATA-RMI
               MOVE PREFIXO-REM    TO PREFIXO-RMI
               MOVE BANCO-CORRENTE TO BANCO-RMI
               MOVE CONT-CREDITOS  TO QTD-RMI
               MOVE SOMA-CREDITOS  TO TOTAL-RMI
               WRITE REG-RMI
               MOVE WS-NOME-REMBCO TO ARQ-INV
               MOVE CONT-CREDITOS  TO QTD-INV
               MOVE SOMA-CREDITOS  TO TOTAL-INV
           END-IF.

       GRAVA-CREDITO.
           PERFORM CONFERE-CREDITO.
           IF DESTINO-PAG EQUAL "REMETE"
              AND PAG-BANCO EQUAL BANCO-CORRENTE
               MOVE "1"         TO TIPO-REM-C
               MOVE PAG-AGENCIA TO AGENCIA-REM-C
               MOVE PAG-CONTA   TO CONTA-REM-C
           END-IF.
           PERFORM LE-PAGAMENTO.

      *    REENVIO DE PENDENTE ELEGIVEL NA REMESSA DO BANCO ATUAL DO
      *    FUNCIONARIO, COM OS DADOS BANCARIOS JA CORRIGIDOS.
       VARIA-GRAVA-REENVIO.
           IF ELEGIVEL-PEND (SUB-PEND) EQUAL "SIM"
              AND BANCO-ATU-PEND (SUB-PEND) EQUAL BANCO-CORRENTE
               MOVE "1"                        TO TIPO-REM-C
               MOVE AGENCIA-ATU-PEND (SUB-PEND) TO AGENCIA-REM-C
               MOVE CONTA-ATU-PEND (SUB-PEND)   TO CONTA-REM-C
               MOVE COD-PEND (SUB-PEND)         TO COD-REM-C
               MOVE NOME-PEND (SUB-PEND)        TO NOME-REM-C
               MOVE VALOR-PEND (SUB-PEND)       TO VALOR-REM-C
               WRITE REG-REM-C
               ADD 1                     TO CONT-CREDITOS
               ADD VALOR-PEND (SUB-PEND) TO SOMA-CREDITOS
               MOVE COD-PEND (SUB-PEND)      TO COD-REENV
               MOVE NOME-PEND (SUB-PEND)     TO NOME-REENV
               MOVE VALOR-PEND (SUB-PEND)    TO VALOR-REENV
               MOVE DATA-REM-PEND (SUB-PEND) TO DATA-REM-REENV
               MOVE LIN-REENV TO LINHA-REL
               WRITE LINHA-REL
               MOVE COD-PEND (SUB-PEND)  TO COD-CONS
               MOVE NOME-PEND (SUB-PEND) TO NOME-CONS
               PERFORM CONFERE-APROVACAO-RECENTE.

      *    CREDITO RETIDO LIBERADO HOJE, NA REMESSA DO BANCO ATUAL DO
      *    FUNCIONARIO.
       VARIA-GRAVA-LIBERADO.
           IF ELEGIVEL-RET (SUB-RET) EQUAL "SIM"
              AND BANCO-ATU-RET (SUB-RET) EQUAL BANCO-CORRENTE
               MOVE "1"                       TO TIPO-REM-C
               MOVE AGENCIA-ATU-RET (SUB-RET) TO AGENCIA-REM-C
               MOVE CONTA-ATU-RET (SUB-RET)   TO CONTA-REM-C
               MOVE COD-RET (SUB-RET)         TO COD-REM-C
               MOVE NOME-RET (SUB-RET)        TO NOME-REM-C
               MOVE VALOR-RET (SUB-RET)       TO VALOR-REM-C
               WRITE REG-REM-C
               ADD 1                    TO CONT-CREDITOS
               ADD VALOR-RET (SUB-RET)  TO SOMA-CREDITOS
               MOVE COD-RET (SUB-RET)   TO COD-LIBER
               MOVE NOME-RET (SUB-RET)  TO NOME-LIBER
               MOVE VALOR-RET (SUB-RET) TO VALOR-LIBER
               MOVE DATA-RET (SUB-RET)  TO DATA-RET-LIBER
               MOVE LIN-LIBER TO LINHA-REL
               WRITE LINHA-REL
               MOVE COD-RET (SUB-RET)  TO COD-CONS
               MOVE NOME-RET (SUB-RET) TO NOME-CONS
               PERFORM CONFERE-APROVACAO-RECENTE.

      *    CARREGA OS PAGAMENTOS PENDENTES (O CADPPG SO EXISTE DEPOIS
      *    DA PRIMEIRA REJEICAO CONCILIADA PELO EX66) E OS RETIDOS DO
      *    CADPRT, E COPIA OS DADOS BANCARIOS ATUAIS DE CADA
      *    FUNCIONARIO DO CADFUN.
       CARREGA-PENDENTES.
           MOVE ZEROS TO CONT-PEND.
           OPEN INPUT CADPPG.
           IF FS-CADPPG EQUAL "00"
               PERFORM GUARDA-PENDENTE
                   UNTIL FS-CADPPG NOT EQUAL "00"
               CLOSE CADPPG.
           PERFORM CARREGA-RETIDOS.
           IF CONT-PEND GREATER ZEROS
              OR CONT-RET GREATER ZEROS
               OPEN INPUT CADFUN
               IF FS-CADFUN EQUAL "00"
                   PERFORM LE-CADFUN-PENDENTE
                       UNTIL FS-CADFUN NOT EQUAL "00"
                   CLOSE CADFUN
               END-IF
               PERFORM VARIA-ELEGE-PENDENTE
                   VARYING SUB-PEND FROM 1 BY 1
                   UNTIL SUB-PEND GREATER CONT-PEND
               PERFORM VARIA-ELEGE-RETIDO
                   VARYING SUB-RET FROM 1 BY 1
                   UNTIL SUB-RET GREATER CONT-RET
           END-IF.

      *    OS RETIDOS NA PROPRIA DATA FICAM DE FORA: SAO DE UMA
      *    EXECUCAO ANTERIOR DO DIA E A PRIMEIRA PASSADA OS RETEM DE
      *    NOVO (OU OS REMETE, SE A RETENCAO CAIU NESSE MEIO TEMPO).
       CARREGA-RETIDOS.
           MOVE ZEROS TO CONT-RET.
           OPEN INPUT CADPRT.
           IF FS-CADPRT EQUAL "00"
               MOVE "SIM" TO TEM-CADPRT
               PERFORM GUARDA-RETIDO
                   UNTIL FS-CADPRT NOT EQUAL "00"
               CLOSE CADPRT.

       GUARDA-RETIDO.
           READ CADPRT
               AT END
                   MOVE "10" TO FS-CADPRT
               NOT AT END
                   IF SITUACAO-PRT EQUAL "RETIDO"
                      AND DATA-RET-PRT EQUAL WS-DATA-ARQ
                       CONTINUE
                   ELSE
                       PERFORM GUARDA-RETIDO-LIDO
                   END-IF
           END-READ.

       GUARDA-RETIDO-LIDO.
           IF CONT-RET LESS 999
               ADD 1 TO CONT-RET
               MOVE REG-PRT TO DADOS-RET (CONT-RET)
               MOVE ZEROS   TO BANCO-ATU-RET (CONT-RET)
               MOVE ZEROS   TO AGENCIA-ATU-RET (CONT-RET)
               MOVE ZEROS   TO CONTA-ATU-RET (CONT-RET)
               MOVE "NAO"   TO ELEGIVEL-RET (CONT-RET)
           ELSE
               IF LIMITE-RET-LOGADO EQUAL "NAO"
                   MOVE "CADPRT.DAT" TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-RET-LOGADO
               END-IF
           END-IF.

       GUARDA-PENDENTE.
           READ CADPPG
               AT END
                   MOVE "10" TO FS-CADPPG
               NOT AT END
                   IF CONT-PEND LESS 999
                       ADD 1 TO CONT-PEND
                       MOVE REG-PPG TO DADOS-PEND (CONT-PEND)
                       MOVE ZEROS   TO BANCO-ATU-PEND (CONT-PEND)
                       MOVE ZEROS   TO AGENCIA-ATU-PEND (CONT-PEND)
                       MOVE ZEROS   TO CONTA-ATU-PEND (CONT-PEND)
                       MOVE "NAO"   TO ELEGIVEL-PEND (CONT-PEND)
                   ELSE
                       IF LIMITE-PEND-LOGADO EQUAL "NAO"
                           MOVE "CADPPG.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-PEND-LOGADO
                       END-IF
                   END-IF
           END-READ.

       LE-CADFUN-PENDENTE.
           READ CADFUN
               AT END
                   MOVE "10" TO FS-CADFUN
               NOT AT END
                   PERFORM VARIA-COPIA-BANCO-ATUAL
                       VARYING SUB-PEND FROM 1 BY 1
                       UNTIL SUB-PEND GREATER CONT-PEND
                   PERFORM VARIA-COPIA-BANCO-RETIDO
                       VARYING SUB-RET FROM 1 BY 1
                       UNTIL SUB-RET GREATER CONT-RET
           END-READ.

       VARIA-COPIA-BANCO-ATUAL.
           IF COD-PEND (SUB-PEND) EQUAL COD-FUN
               MOVE BANCO-FUN   TO BANCO-ATU-PEND (SUB-PEND)
               MOVE AGENCIA-FUN TO AGENCIA-ATU-PEND (SUB-PEND)
               MOVE CONTA-FUN   TO CONTA-ATU-PEND (SUB-PEND).

       VARIA-COPIA-BANCO-RETIDO.
           IF COD-RET (SUB-RET) EQUAL COD-FUN
               MOVE BANCO-FUN   TO BANCO-ATU-RET (SUB-RET)
               MOVE AGENCIA-FUN TO AGENCIA-ATU-RET (SUB-RET)
               MOVE CONTA-FUN   TO CONTA-ATU-RET (SUB-RET).

      *    PENDENTE ABERTO SAI QUANDO O FUNCIONARIO TEM DADOS BANCARIOS
      *    DIFERENTES DOS RECUSADOS PELO BANCO (CORRIGIDOS NO EX15) E
      *    PASSA A REENVIADO NA DATA. O REENVIADO NA PROPRIA DATA SAI
      *    DE NOVO SO NA REEXECUCAO DO DIA, QUE RECRIA AS REMESSAS; O
      *    REENVIADO EM OUTRA DATA AGUARDA O RETORNO E O PAGO NAO SAI
      *    MAIS.
       VARIA-ELEGE-PENDENTE.
           EVALUATE TRUE
               WHEN SITUACAO-PEND (SUB-PEND) EQUAL "ABERTO"
                AND BANCO-ATU-PEND (SUB-PEND) GREATER ZEROS
                AND (BANCO-ATU-PEND (SUB-PEND)
                        NOT EQUAL BANCO-PEND (SUB-PEND)
                  OR AGENCIA-ATU-PEND (SUB-PEND)
                        NOT EQUAL AGENCIA-PEND (SUB-PEND)
                  OR CONTA-ATU-PEND (SUB-PEND)
                        NOT EQUAL CONTA-PEND (SUB-PEND))
                   MOVE "SIM"       TO ELEGIVEL-PEND (SUB-PEND)
                   MOVE "REENV"     TO SITUACAO-PEND (SUB-PEND)
                   MOVE WS-DATA-ARQ TO DATA-REENV-PEND (SUB-PEND)
               WHEN SITUACAO-PEND (SUB-PEND) EQUAL "REENV"
                AND DATA-REENV-PEND (SUB-PEND) EQUAL WS-DATA-ARQ
                   IF BANCO-ATU-PEND (SUB-PEND) GREATER ZEROS
                       MOVE "SIM"    TO ELEGIVEL-PEND (SUB-PEND)
                   ELSE
                       MOVE "ABERTO" TO SITUACAO-PEND (SUB-PEND)
                       MOVE ZEROS    TO DATA-REENV-PEND (SUB-PEND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    RETIDO SAI QUANDO A RETENCAO FOI LIBERADA OU VENCEU E O
      *    FUNCIONARIO TEM DADOS BANCARIOS, PASSANDO A LIBERADO NA
      *    DATA. O LIBERADO NA PROPRIA DATA E REAVALIADO NA REEXECUCAO
      *    DO DIA, QUE RECRIA AS REMESSAS; O LIBERADO EM OUTRA DATA JA
      *    SAIU E NAO SAI MAIS.
       VARIA-ELEGE-RETIDO.
           IF SITUACAO-RET (SUB-RET) EQUAL "RETIDO"
              OR (SITUACAO-RET (SUB-RET) EQUAL "LIBER"
                  AND DATA-LIB-RET (SUB-RET) EQUAL WS-DATA-ARQ)
               MOVE COD-RET (SUB-RET) TO COD-CONS
               PERFORM CONSULTA-RETENCAO
               IF BLOQUEADO EQUAL "NAO"
                  AND BANCO-ATU-RET (SUB-RET) GREATER ZEROS
                   MOVE "SIM"       TO ELEGIVEL-RET (SUB-RET)
                   MOVE "LIBER"     TO SITUACAO-RET (SUB-RET)
                   MOVE WS-DATA-ARQ TO DATA-LIB-RET (SUB-RET)
               ELSE
                   MOVE "RETIDO"    TO SITUACAO-RET (SUB-RET)
                   MOVE ZEROS       TO DATA-LIB-RET (SUB-RET)
               END-IF
           END-IF.

      *    OS REENVIOS E OS RETIDOS LIBERADOS ENTRAM NA TABELA DE
      *    BANCOS DA FOLHA DO DIA, PARA QUE UM BANCO SO COM ELES TAMBEM
      *    TENHA REMESSA.
       LEVANTA-REENVIOS.
           PERFORM VARIA-ACUMULA-REENVIO
               VARYING SUB-PEND FROM 1 BY 1
               UNTIL SUB-PEND GREATER CONT-PEND.
           PERFORM VARIA-ACUMULA-LIBERADO
               VARYING SUB-RET FROM 1 BY 1
               UNTIL SUB-RET GREATER CONT-RET.

       VARIA-ACUMULA-REENVIO.
           IF ELEGIVEL-PEND (SUB-PEND) EQUAL "SIM"
               MOVE BANCO-ATU-PEND (SUB-PEND) TO PAG-BANCO
               MOVE VALOR-PEND (SUB-PEND)     TO PAG-VALOR
               PERFORM ACUMULA-BANCO.

       VARIA-ACUMULA-LIBERADO.
           IF ELEGIVEL-RET (SUB-RET) EQUAL "SIM"
               MOVE BANCO-ATU-RET (SUB-RET) TO PAG-BANCO
               MOVE VALOR-RET (SUB-RET)     TO PAG-VALOR
               PERFORM ACUMULA-BANCO.

      *    REGRAVA O CADPPG COM A SITUACAO DOS REENVIOS DO DIA; SEM
      *    PENDENTES NAO HA O QUE REGRAVAR.
       REGRAVA-PENDENTES.
           IF CONT-PEND GREATER ZEROS
               OPEN OUTPUT CADPPG
               IF FS-CADPPG NOT EQUAL "00"
                   MOVE "CADPPG.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADPPG    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               ELSE
                   PERFORM VARIA-GRAVA-PENDENTE
                       VARYING SUB-PEND FROM 1 BY 1
                       UNTIL SUB-PEND GREATER CONT-PEND
                   CLOSE CADPPG
               END-IF
           END-IF.

       VARIA-GRAVA-PENDENTE.
           MOVE DADOS-PEND (SUB-PEND) TO REG-PPG.
           WRITE REG-PPG.

      *    REGRAVA O CADPRT COM OS RETIDOS DO DIA E A SITUACAO DAS
      *    LIBERACOES. UM CADPRT JA EXISTENTE E REGRAVADO MESMO SEM
      *    ITENS, PARA A REEXECUCAO DO DIA NAO DEIXAR RETIDOS QUE JA
      *    NAO SE APLICAM.
       REGRAVA-RETIDOS.
           IF CONT-RET GREATER ZEROS
              OR TEM-CADPRT EQUAL "SIM"
               OPEN OUTPUT CADPRT
               IF FS-CADPRT NOT EQUAL "00"
                   MOVE "CADPRT.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADPRT    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               ELSE
                   PERFORM VARIA-GRAVA-RETIDO
                       VARYING SUB-RET FROM 1 BY 1
                       UNTIL SUB-RET GREATER CONT-RET
                   CLOSE CADPRT
               END-IF
           END-IF.

       VARIA-GRAVA-RETIDO.
           MOVE DADOS-RET (SUB-RET) TO REG-PRT.
           WRITE REG-PRT.

      *    ABRE A FONTE DE PAGAMENTOS DO DIA E O CADFUN, CONFERINDO O
      *    SELO DA FONTE (CABECALHO NA ABERTURA, TRAILER NO FIM DA
      *    LEITURA, OCORRENCIAS 95/96/97 EM ERRLOG COMO OS DEMAIS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF USA-PEN EQUAL "SIM"
               OPEN INPUT CADPEN
               MOVE FS-CADPEN TO FS-CADLIQ
           ELSE
               IF USA-LIQ EQUAL "SIM"
                   OPEN INPUT CADLIQ
               END-IF
           END-IF.
           IF USA-LIQ EQUAL "SIM"
               IF FS-CADLIQ NOT EQUAL "00"
                   MOVE ARQ-FONTE    TO ERR-ARQUIVO
                   MOVE FS-CADLIQ    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS

       FECHA-PAGAMENTOS.
           CLOSE CADFUN.
           IF USA-PEN EQUAL "SIM"
               CLOSE CADPEN
           ELSE
               IF USA-LIQ EQUAL "SIM"
                   CLOSE CADLIQ
               ELSE
                   CLOSE CADSAI
               END-IF
           END-IF.

      *    O PRIMEIRO REGISTRO DA FONTE PRECISA SER O CABECALHO DO
      *    SELO GRAVADO PELO PRODUTOR, COM A DATA DE PROCESSAMENTO
      *    ESPERADA.
       VERIFICA-SELO-FONTE.
           IF USA-PEN EQUAL "SIM"
               PERFORM VERIFICA-SELO-PEN
           ELSE
               PERFORM VERIFICA-SELO-FOLHA.

       VERIFICA-SELO-FOLHA.
           IF USA-LIQ EQUAL "SIM"
               READ CADLIQ
                   AT END
               END-READ
           END-IF.

       VERIFICA-SELO-PEN.
           READ CADPEN
               AT END
                   PERFORM LOGA-SELO-AUSENTE
               NOT AT END
                   IF TIPO-SELO-HP NOT EQUAL "HDR"
                       PERFORM LOGA-SELO-AUSENTE
                   ELSE
                       IF DATA-SELO-HP NOT EQUAL WS-DATA-ARQ
                           PERFORM LOGA-SELO-DATA
                       END-IF
                   END-IF
           END-READ.

       LOGA-SELO-AUSENTE.
           PERFORM MOVE-NOME-FONTE.
           MOVE "95"         TO ERR-STATUS.

       MOVE-NOME-FONTE.
           IF USA-LIQ EQUAL "SIM"
               MOVE ARQ-FONTE    TO ERR-ARQUIVO
           ELSE
               MOVE "CADSAI.DAT" TO ERR-ARQUIVO.

      *    HASH QUE NAO CONFEREM, OU FIM DE ARQUIVO SEM TRAILER,
      *    ABORTAM O PROGRAMA.
       LE-PAGAMENTO.
           IF USA-PEN EQUAL "SIM"
               PERFORM LE-PAGAMENTO-PEN
           ELSE
               IF USA-LIQ EQUAL "SIM"
                   PERFORM LE-PAGAMENTO-LIQ
               ELSE
                   PERFORM LE-PAGAMENTO-SAI
               END-IF
           END-IF.

       LE-PAGAMENTO-LIQ.
           READ CADLIQ
                   END-IF
           END-READ.

      *    NA PENSAO O NOME DO CREDITO E O DO BENEFICIARIO, E A CONTA
      *    VEM DO PROPRIO REGISTRO.
       LE-PAGAMENTO-PEN.
           READ CADPEN
               AT END
                   IF TRL-VISTO EQUAL "NAO"
                       PERFORM LOGA-SELO-AUSENTE
                   END-IF
                   MOVE "SIM" TO FIM-PAG
               NOT AT END
                   IF TIPO-SELO-TP EQUAL "TRL"
                       MOVE "SIM" TO TRL-VISTO
                       MOVE "SIM" TO FIM-PAG
                       IF QTD-SELO-TP NOT EQUAL SELO-QTD-LIDA
                          OR HASH-SELO-TP NOT EQUAL SELO-HASH-LIDA
                           PERFORM LOGA-SELO-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO SELO-QTD-LIDA
                       ADD VALOR-PEN TO SELO-HASH-LIDA
                       MOVE COD-PEN      TO PAG-COD
                       MOVE NOME-BEN-PEN TO PAG-NOME
                       MOVE VALOR-PEN    TO PAG-VALOR
                   END-IF
           END-READ.

       LE-PAGAMENTO-SAI.
           READ CADSAI
               AT END
                   END-IF
           END-READ.

      *    DADOS BANCARIOS DO PAGAMENTO CORRENTE: OS DO BENEFICIARIO NA
      *    REMESSA DE PENSOES, OS DO FUNCIONARIO NAS DEMAIS.
       BUSCA-DADOS-BANCARIOS.
           IF USA-PEN EQUAL "SIM"
               MOVE BANCO-PEN   TO PAG-BANCO
               MOVE AGENCIA-PEN TO PAG-AGENCIA
               MOVE CONTA-PEN   TO PAG-CONTA
           ELSE
               PERFORM BUSCA-DADOS-CADFUN.

      *    AVANCA O CADFUN (MANTIDO EM ORDEM CRESCENTE DE CODIGO, A
      *    MESMA PREMISSA DO EX15) ATE O CODIGO DO PAGAMENTO CORRENTE
      *    E COPIA OS DADOS BANCARIOS; PAGAMENTO SEM REGISTRO NO
      *    MESTRE FICA SEM DADOS BANCARIOS (BANCO ZERADO).
       BUSCA-DADOS-CADFUN.
           MOVE ZEROS TO PAG-BANCO PAG-AGENCIA PAG-CONTA.
           PERFORM AVANCA-CADFUN
               UNTIL FIM-FUN EQUAL "SIM"
           END-READ.

       TERMINO.
           CLOSE RELREM
                 CADRMI
                 CADHRM.
           IF TEM-CADBLQ EQUAL "SIM"
               CLOSE CADBLQ.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
