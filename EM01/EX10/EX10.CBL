      *                     CADDAT E CARIMBADO COM O PROXIMO DIA UTIL,
      *                     PARA A RETOMADA DEPOIS DE UM FERIADAO NAO
      *                     DEPENDER DE OPERADOR EDITANDO ARQUIVO.
      *  15/10/2026 LLB     INCLUIDOS NO LADO ACADEMICO, APOS O EX07, A
      *                     CONFERENCIA DE NOTAS FALTANTES EX52 E O
      *                     PROCESSAMENTO POR DISCIPLINA EX40: COM A
      *                     GRADE CURRICULAR INCOMPLETA O EX40 FICA
      *                     RETIDO (LOTE VERMELHO, DETALHE NO RELFNT),
      *                     A MENOS QUE A COORDENACAO TENHA GRAVADO NO
      *                     CADLIB A LIBERACAO PARA A DATA DO LOTE. UM
      *                     EX52 ABORTADO (SEM CTL52) NAO E GRADE
      *                     INCOMPLETA: NAO ACEITA LIBERACAO E O EX40 E
      *                     PULADO.
      *  15/10/2026 LLB     INCLUIDO O LANCAMENTO DO ACUMULADO ANUAL DA
      *                     FOLHA EX56 LOGO APOS O EX34, SO QUANDO O
      *                     EX34 EXECUTOU COM SUCESSO NESTA RODADA.
      *  15/10/2026 LLB     INCLUIDOS O CONTROLE DE FERIAS EX59 E O
      *                     PAGAMENTO DE FERIAS EX60 ANTES DA REMESSA
      *                     EX36, QUE PASSA A REMETER TAMBEM O CADFRS
      *                     DO DIA. O EX60 SO RODA QUANDO O EX59 E O
      *                     EX08 EXECUTARAM COM SUCESSO NESTA RODADA.
      *  15/10/2026 LLB     INCLUIDA A MANUTENCAO DOS DESCONTOS POR
      *                     FUNCIONARIO EX61 ANTES DO EX34, QUE PASSA A
      *                     COBRAR EMPRESTIMOS E PENSOES, E A POSICAO
      *                     MENSAL DESSES DESCONTOS EX62 NO ULTIMO DIA
      *                     UTIL DO MES, QUANDO O EX34 EXECUTOU.
      *  15/10/2026 LLB     INCLUIDA A CRITICA DOS PROVENTOS VARIAVEIS
      *                     EX63 LOGO APOS O EX31, COM O MESMO GATILHO
      *                     EX08-OK: O CADVRV DO DIA ENTRA NO BRUTO DO
      *                     EX34.
      *  15/10/2026 LLB     INCLUIDOS OS CONTROLES DE FAIXA SALARIAL
      *                     EX64, ANTES DO EX08, E EX65, DEPOIS DO
      *                     EX63, SO INFORMATIVOS: PULADOS SEM O CADNIV
      *                     E NAO BLOQUEIAM OS PASSOS SEGUINTES.
      *  15/10/2026 LLB     INCLUIDA A CONCILIACAO DO RETORNO BANCARIO
      *                     EX66 ANTES DO EX36, PARA QUE OS CREDITOS
      *                     REJEITADOS E JA CORRIGIDOS SAIAM NA REMESSA
      *                     DO DIA; PULADA ENQUANTO NAO HA INVENTARIO DE
      *                     REMESSAS.
      *  15/10/2026 LLB     INCLUIDA A MANUTENCAO DA LISTA DE RETENCAO
      *                     DE PAGAMENTOS EX67 ANTES DA CONCILIACAO
      *                     EX66 E DA REMESSA EX36, QUE PASSA A DESVIAR
      *                     PARA O CADPRT OS CREDITOS DOS FUNCIONARIOS
      *                     RETIDOS.
      *  15/10/2026 LLB     INCLUIDO O QUADRO MENSAL DE PESSOAL E
      *                     ROTATIVIDADE POR CENTRO DE CUSTO EX68 NO
      *                     ULTIMO DIA UTIL DO MES, DEPOIS DO
      *                     ARQUIVAMENTO EX16.
      *  15/10/2026 LLB     O LOTE PASSOU A GRAVAR EM CADPAS_AAAAMMDD A
      *                     SITUACAO DE CADA PASSO NA DATA DE
      *                     PROCESSAMENTO E GANHOU O MODO DE RETOMADA:
      *                     COM O PEDIDO GRAVADO NO CADRTM PARA A DATA
      *                     DO LOTE, OS PASSOS QUE JA FICARAM VERDES SAO
      *                     PULADOS (DEPOIS DE CONFERIDOS A PRESENCA E O
      *                     SELO DOS ARQUIVOS QUE ELES GERARAM) E O LOTE
      *                     RECOMECA NO PRIMEIRO PASSO QUE FALHOU OU NAO
      *                     CHEGOU A RODAR, EM VEZ DE REPETIR A NOITE
      *                     INTEIRA. O RUNLOG MOSTRA A RETOMADA E O
      *                     PASSO DE REINICIO.
      *  15/10/2026 LLB     INCLUIDO O CONTROLE DOS MESTRES EX70 LOGO
      *                     DEPOIS DO BACKUP EX25. MUDANCA SEM
      *                     TRANSACAO SO E AVISADA; COM A OPCAO DO
      *                     CADBMN LIGADA O PASSO E REPROVADO E O EX08
      *                     E A FOLHA DO DIA SAO PULADOS.
      *  15/10/2026 LLB     INCLUIDA A RECUPERACAO EX49 DEPOIS DO EX40,
      *                     QUE REAPLICA TODA NOITE AS NOTAS DO CADREC
      *                     AO CADATU E AO CADATD RECRIADOS PELO EX07 E
      *                     PELO EX40.
      *  15/10/2026 LLB     O ACUMULADO ANUAL EX56 PASSOU PARA DEPOIS DO
      *                     PAGAMENTO DE FERIAS EX60, PARA LANCAR NO
      *                     MESMO LOTE AS FERIAS PAGAS NO DIA.
      *  15/10/2026 LLB     A RECUPERACAO EX49 PASSA A SER PULADA
      *                     QUANDO O EX40 FICA RETIDO, E PULADO PELA
      *                     FALHA DO EX52 OU ABORTA NA RODADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL21 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL52 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL56 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL59 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL60 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL61 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL62 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL63 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL64 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL65 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL66 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL67 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL68 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
           SELECT CTL70 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.
      *    LIBERACAO DA COORDENACAO PARA RODAR O EX40 COM A GRADE
      *    INCOMPLETA: VALE SO PARA A DATA DE PROCESSAMENTO GRAVADA.
           SELECT CADLIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADLIB.
      *    CALENDARIO DE DIAS UTEIS: FERIADOS E MARCAS DE FIM DE
      *    PERIODO, MANTIDO SEM RECOMPILAR.
           SELECT CADCAL ASSIGN TO DISK
           SELECT CADDAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDAT.
      *    SITUACAO DE CADA PASSO NA DATA DE PROCESSAMENTO, UM ARQUIVO
      *    POR DATA (CADPAS_AAAAMMDD.DAT); O NOME E RESOLVIDO EM TEMPO
      *    DE EXECUCAO.
           SELECT CADPAS ASSIGN TO WS-NOME-CADPAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPAS.
      *    PEDIDO DE RETOMADA DO LOTE: VALE SO PARA A DATA DE
      *    PROCESSAMENTO GRAVADA, COMO O CADLIB.
           SELECT CADRTM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADRTM.
      *    ARQUIVO SELADO GERADO POR UM PASSO JA VERDE, CONFERIDO NA
      *    RETOMADA ANTES DE O PASSO SER PULADO; O NOME E RESOLVIDO EM
      *    TEMPO DE EXECUCAO.
           SELECT ARQSEL ASSIGN TO WS-NOME-SELO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQSEL.
      *    O CADATU DO EX07 E INDEXADO, COM O SELO NAS CHAVES
      *    RESERVADAS 00000 E 99999.
           SELECT CADATU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUM-ATU
           FILE STATUS IS FS-CADATU.

       DATA DIVISION.
       FILE SECTION.
           02 QTD-VALIDOS-FUN-CTL21 PIC 9(07).
           02 QTD-REJ-FUN-CTL21     PIC 9(07).

       FD CTL52
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL52.DAT".
       01 REG-CTL52.
           02 QTD-ALUNOS-CTL52    PIC 9(07).
           02 QTD-ENTREGUES-CTL52 PIC 9(07).
           02 QTD-FALTANTES-CTL52 PIC 9(07).
           02 QTD-REJ-GRADE-CTL52 PIC 9(07).

       FD CTL56
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL56.DAT".
       01 REG-CTL56.
           02 QTD-LIDOS-CTL56      PIC 9(07).
           02 QTD-LANCADOS-CTL56   PIC 9(07).
           02 QTD-RELANCADOS-CTL56 PIC 9(07).
           02 SOMA-BRUTO-CTL56     PIC 9(11)V99.
           02 SOMA-LIQUIDO-CTL56   PIC 9(11)V99.

       FD CTL59
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL59.DAT".
       01 REG-CTL59.
           02 QTD-FUNC-CTL59       PIC 9(07).
           02 QTD-PERIODOS-CTL59   PIC 9(07).
           02 QTD-TRANS-CTL59      PIC 9(07).
           02 QTD-ACEITAS-CTL59    PIC 9(07).
           02 QTD-REJ-CTL59        PIC 9(07).
           02 QTD-ALERTAS-CTL59    PIC 9(07).

       FD CTL60
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL60.DAT".
       01 REG-CTL60.
           02 QTD-LIDOS-CTL60      PIC 9(07).
           02 QTD-PAGOS-CTL60      PIC 9(07).
           02 QTD-PROGR-CTL60      PIC 9(07).
           02 SOMA-BRUTOS-CTL60    PIC 9(11)V99.
           02 SOMA-LIQUIDOS-CTL60  PIC 9(11)V99.

       FD CTL61
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL61.DAT".
       01 REG-CTL61.
           02 QTD-TRANS-CTL61      PIC 9(07).
           02 QTD-ACEITAS-CTL61    PIC 9(07).
           02 QTD-REJ-CTL61        PIC 9(07).

       FD CTL62
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL62.DAT".
       01 REG-CTL62.
           02 QTD-EMP-CTL62        PIC 9(07).
           02 QTD-PEN-CTL62        PIC 9(07).
           02 SOMA-SALDOS-CTL62    PIC 9(11)V99.
           02 SOMA-COBRADO-CTL62   PIC 9(11)V99.

       FD CTL63
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL63.DAT".
       01 REG-CTL63.
           02 QTD-LIDOS-CTL63      PIC 9(07).
           02 QTD-VALIDOS-CTL63    PIC 9(07).
           02 QTD-REJ-CTL63        PIC 9(07).
           02 SOMA-VALORES-CTL63   PIC 9(11)V99.

       FD CTL64
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL64.DAT".
       01 REG-CTL64.
           02 QTD-LIDOS-CTL64      PIC 9(07).
           02 QTD-FORA-CTL64       PIC 9(07).
           02 QTD-SEM-NIVEL-CTL64  PIC 9(07).

       FD CTL65
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL65.DAT".
       01 REG-CTL65.
           02 QTD-LIDOS-CTL65      PIC 9(07).
           02 QTD-FORA-CTL65       PIC 9(07).
           02 QTD-SEM-NIVEL-CTL65  PIC 9(07).

       FD CTL66
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL66.DAT".
       01 REG-CTL66.
           02 QTD-REMETIDOS-CTL66  PIC 9(07).
           02 QTD-CONF-CTL66       PIC 9(07).
           02 QTD-REJ-CTL66        PIC 9(07).
           02 QTD-SEM-RET-CTL66    PIC 9(07).

       FD CTL67
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL67.DAT".
       01 REG-CTL67.
           02 QTD-TRANS-CTL67      PIC 9(07).
           02 QTD-ACEITAS-CTL67    PIC 9(07).
           02 QTD-REJ-CTL67        PIC 9(07).

       FD CTL68
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL68.DAT".
       01 REG-CTL68.
           02 QTD-LIDOS-CTL68      PIC 9(07).
           02 QTD-DEPTOS-CTL68     PIC 9(07).
           02 QTD-FECHA-CTL68      PIC 9(07).

       FD CTL70
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL70.DAT".
       01 REG-CTL70.
           02 QTD-MESTRES-CTL70    PIC 9(07).
           02 QTD-DIFERENCAS-CTL70 PIC 9(07).
           02 QTD-EXPLICADAS-CTL70 PIC 9(07).
           02 QTD-SEM-TRANS-CTL70  PIC 9(07).
           02 BLOQUEIO-CTL70       PIC X(03).

       FD CADLIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIB.DAT".

       01 REG-LIB.
           02 DATA-LIB            PIC 9(08).
           02 RESP-LIB            PIC X(20).

      *    SITUACAO-PAS: "OK " (VERDE), "PUL" (PULADO) OU "ERR"
      *    (DEIXOU O LOTE VERMELHO). NA RETOMADA O ARQUIVO SEGUE
      *    ACUMULANDO, E VALE O ULTIMO REGISTRO DE CADA PASSO.
       FD CADPAS
           LABEL RECORD ARE STANDARD.

       01 REG-PAS.
           02 DATA-PAS            PIC 9(08).
           02 PROGRAMA-PAS        PIC X(08).
           02 SITUACAO-PAS        PIC X(03).
           02 HORA-PAS            PIC 9(08).

       FD CADRTM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRTM.DAT".

       01 REG-RTM.
           02 DATA-RTM            PIC 9(08).
           02 RESP-RTM            PIC X(20).

      *    VISOES DO SELO COMUM AOS ARQUIVOS DE REPASSE DO LOTE: O
      *    CABECALHO COM A DATA E O TRAILER COM A QUANTIDADE DE
      *    REGISTROS DE DETALHE.
       FD ARQSEL
           LABEL RECORD ARE STANDARD.

       01 REG-SEL-H.
           02 TIPO-SEL-H          PIC X(03).
           02 PROG-SEL-H          PIC X(08).
           02 DATA-SEL-H          PIC 9(08).
           02 FILLER              PIC X(281).
       01 REG-SEL-T.
           02 TIPO-SEL-T          PIC X(03).
           02 QTD-SEL-T           PIC 9(07).
           02 FILLER              PIC X(290).

       FD CADATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADATU.DAT".

       01 REG-ATU.
           02 NUM-ATU             PIC 9(05).
           02 FILLER              PIC X(31).
       01 REG-ATU-H.
           02 NUM-ATU-H           PIC 9(05).
           02 TIPO-ATU-H          PIC X(03).
           02 PROG-ATU-H          PIC X(08).
           02 DATA-ATU-H          PIC 9(08).
           02 FILLER              PIC X(12).
       01 REG-ATU-T.
           02 NUM-ATU-T           PIC 9(05).
           02 TIPO-ATU-T          PIC X(03).
           02 FILLER              PIC X(28).

       WORKING-STORAGE SECTION.
       77 FS-RUNLOG               PIC X(02).
       77 FS-CTL                  PIC X(02).
      *    DISSO.
       77 EX08-OK                 PIC X(03)   VALUE "NAO".
       77 FALHA-EX33              PIC X(03)   VALUE "NAO".
      *    LIGADO QUANDO O EX70 ACHOU MUDANCA SEM TRANSACAO NOS
      *    MESTRES E O CADBMN PEDE O BLOQUEIO DA FOLHA; O EX08 (E COM
      *    ELE TODA A FOLHA DO DIA) E PULADO.
       77 FALHA-EX70              PIC X(03)   VALUE "NAO".
      *    LIGADO QUANDO O EX07 ABORTOU NESTA RODADA (CADATU SUSPEITO)
      *    OU O EX52 ABORTOU (CONFERENCIA DA GRADE NAO FEITA).
       77 FALHA-EX07              PIC X(03)   VALUE "NAO".
       77 FALHA-EX52              PIC X(03)   VALUE "NAO".
      *    LIGADO QUANDO O EX40 FICOU RETIDO, FOI PULADO PELA FALHA DO
      *    EX52 OU ABORTOU NESTA RODADA (CADATD SUSPEITO).
       77 FALHA-EX40              PIC X(03)   VALUE "NAO".
       77 CTL52-LIDO              PIC X(03)   VALUE "NAO".
      *    LIGADO SO QUANDO O EX34 GRAVOU O CADLIQ DO DIA NESTA
      *    RODADA; O ACUMULADO ANUAL EX56 DEPENDE DISSO.
       77 EX34-OK                 PIC X(03)   VALUE "NAO".
      *    LIGADO SO QUANDO O EX59 ATUALIZOU O CADFER NESTA RODADA; O
      *    PAGAMENTO DE FERIAS EX60 DEPENDE DISSO.
       77 EX59-OK                 PIC X(03)   VALUE "NAO".
      *    RESULTADO DA CONFERENCIA DE NOTAS FALTANTES E LIBERACAO DA
      *    COORDENACAO PARA A DATA DO LOTE; O EX40 SO RODA COM A GRADE
      *    COMPLETA OU LIBERADA.
       77 GRADE-COMPLETA          PIC X(03)   VALUE "NAO".
       77 TEM-LIBERACAO           PIC X(03)   VALUE "NAO".
       77 FS-CADLIB               PIC X(02).
      *    RETOMADA: PEDIDO DO CADRTM PARA A DATA, SITUACAO DOS PASSOS
      *    DAS RODADAS ANTERIORES DA MESMA DATA EM MEMORIA, E O PONTO
      *    DE REINICIO (PRIMEIRO PASSO QUE VOLTA A RODAR; DALI EM
      *    DIANTE NENHUM PASSO E PULADO PELA RETOMADA).
       77 FS-CADPAS               PIC X(02).
       77 FS-CADRTM               PIC X(02).
       77 FS-ARQSEL               PIC X(02).
       77 FS-CADATU               PIC X(02).
       77 WS-NOME-CADPAS          PIC X(30).
       77 WS-NOME-SELO            PIC X(30).
       77 PEDIDO-RETOMADA         PIC X(03)   VALUE "NAO".
       77 MODO-RETOMADA           PIC X(03)   VALUE "NAO".
       77 PONTO-REINICIO          PIC X(03)   VALUE "NAO".
       77 PROGRAMA-REINICIO       PIC X(08)   VALUE SPACES.
       77 PASSO-RETOMADO          PIC X(03)   VALUE "NAO".
       77 CADPAS-ABERTO           PIC X(03)   VALUE "NAO".
       77 FIM-PAS                 PIC X(03)   VALUE "NAO".
       77 CONT-PASSOS             PIC 9(03)   VALUE ZEROS.
       77 SUB-PAS                 PIC 9(03)   VALUE ZEROS.
       77 ACHOU-PASSO             PIC X(03)   VALUE "NAO".
       77 PROGRAMA-PROCURADO      PIC X(08)   VALUE SPACES.
       77 SITUACAO-PASSO          PIC X(03)   VALUE SPACES.
       77 LIMITE-PAS-LOGADO       PIC X(03)   VALUE "NAO".
       01 TAB-PASSOS.
           02 PAS-ITEM OCCURS 40 TIMES.
              03 PROGRAMA-PAS-TAB  PIC X(08).
              03 SITUACAO-PAS-TAB  PIC X(03).
      *    CONFERENCIA DO SELO DAS SAIDAS DE UM PASSO JA VERDE.
       77 SAIDAS-OK               PIC X(03)   VALUE "SIM".
       77 SELO-OPCIONAL           PIC X(03)   VALUE "NAO".
       77 ARQ-SELO                PIC X(12)   VALUE SPACES.
       77 FIM-SEL                 PIC X(03)   VALUE "NAO".
       77 CONT-SELO-LIDOS         PIC 9(07)   VALUE ZEROS.
       77 TIPO-SELO-ULTIMO        PIC X(03)   VALUE SPACES.
       77 QTD-SELO-ULTIMO         PIC 9(07)   VALUE ZEROS.
      *    CALENDARIO DE DIAS UTEIS EM MEMORIA E O RESULTADO DA
      *    CONSULTA DA DATA DE PROCESSAMENTO.
       77 FS-CADCAL               PIC X(02).
       77 WS-NOME-ATU             PIC X(10)   VALUE "CADATU.DAT".
       77 WS-NOME-ENV             PIC X(10)   VALUE "CADENV.DAT".
       77 WS-NOME-FNV             PIC X(10)   VALUE "CADFNV.DAT".
       77 WS-NOME-NIV             PIC X(10)   VALUE "CADNIV.DAT".
       77 WS-NOME-RMI             PIC X(10)   VALUE "CADRMI.DAT".
       77 WS-NOME-NTD             PIC X(10)   VALUE "CADNTD.DAT".
       77 WS-NOME-REC             PIC X(10)   VALUE "CADREC.DAT".
       01 WS-INFO-ARQ             PIC X(18).
       77 WS-EXISTE               PIC S9(09) COMP-5.

       ELSE
           PERFORM EXECUTA-EX22
           PERFORM EXECUTA-EX25
           PERFORM EXECUTA-EX70
           PERFORM EXECUTA-EX02
           PERFORM EXECUTA-EX21
           PERFORM EXECUTA-EX06
           PERFORM EXECUTA-EX07
           PERFORM EXECUTA-EX52
           PERFORM EXECUTA-EX40
           PERFORM EXECUTA-EX49
           PERFORM EXECUTA-EX33
           PERFORM EXECUTA-EX64
           PERFORM EXECUTA-EX08
           PERFORM EXECUTA-EX31
           PERFORM EXECUTA-EX63
           PERFORM EXECUTA-EX65
           PERFORM EXECUTA-EX61
           PERFORM EXECUTA-EX34
           PERFORM EXECUTA-EX59
           PERFORM EXECUTA-EX60
           PERFORM EXECUTA-EX56
           PERFORM EXECUTA-EX67
           PERFORM EXECUTA-EX66
           PERFORM EXECUTA-EX36
           PERFORM EXECUTA-EX62-MENSAL
           PERFORM EXECUTA-EX12-PERIODO
           PERFORM EXECUTA-EX16-MENSAL
           PERFORM EXECUTA-EX68-MENSAL
       END-IF.
       PERFORM TERMINO.
       STOP RUN.
           PERFORM LE-DATA-PROC.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CONFERE-DIA-UTIL.
           PERFORM LE-LIBERACAO.
           PERFORM LE-RETOMADA.
           PERFORM MARCA-INICIO-PASSO.
           MOVE WS-HORA-INI-NUM TO WS-HORA-INI-JOB.
           OPEN EXTEND RUNLOG.
           IF FS-RUNLOG NOT EQUAL "00"
               OPEN OUTPUT RUNLOG.
           IF FALHA-CALENDARIO EQUAL "NAO"
               PERFORM ABRE-CADPAS.

      *    A DATA DO LOTE E A MESMA DATA DE PROCESSAMENTO QUE OS
      *    PASSOS USAM: O CADDAT QUANDO PRESENTE, A DATA DO SISTEMA NA
           IF WS-DATA-EXEC EQUAL ZEROS
               ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.

      *    A LIBERACAO DO EX40 SO VALE SE FOI GRAVADA PARA A DATA
      *    DESTE LOTE; UMA LIBERACAO ANTIGA ESQUECIDA NO ARQUIVO NAO
      *    SOLTA O EX40 NAS NOITES SEGUINTES.
       LE-LIBERACAO.
           OPEN INPUT CADLIB.
           IF FS-CADLIB EQUAL "00"
               READ CADLIB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-LIB EQUAL WS-DATA-EXEC
                           MOVE "SIM" TO TEM-LIBERACAO
                       END-IF
               END-READ
               CLOSE CADLIB.

      *    O PEDIDO DE RETOMADA TAMBEM SO VALE PARA A DATA DESTE LOTE:
      *    UM PEDIDO ANTIGO ESQUECIDO NO ARQUIVO NAO TRANSFORMA AS
      *    NOITES SEGUINTES EM RETOMADA.
       LE-RETOMADA.
           OPEN INPUT CADRTM.
           IF FS-CADRTM EQUAL "00"
               READ CADRTM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DATA-RTM EQUAL WS-DATA-EXEC
                           MOVE "SIM" TO PEDIDO-RETOMADA
                       END-IF
               END-READ
               CLOSE CADRTM.

      *    NUMA RODADA NORMAL O ARQUIVO DE SITUACAO DA DATA E
      *    RECRIADO. NA RETOMADA A SITUACAO GRAVADA PELAS RODADAS
      *    ANTERIORES DA MESMA DATA E CARREGADA E O ARQUIVO SEGUE
      *    ACUMULANDO; SEM SITUACAO GRAVADA NAO HA DE ONDE RETOMAR E O
      *    LOTE RODA INTEIRO, COM O MOTIVO NO RUNLOG.
       ABRE-CADPAS.
           MOVE SPACES TO WS-NOME-CADPAS.
           STRING "CADPAS_" DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-CADPAS.
           IF PEDIDO-RETOMADA EQUAL "SIM"
               PERFORM CARREGA-CADPAS
               IF CONT-PASSOS GREATER ZEROS
                   MOVE "SIM" TO MODO-RETOMADA
               ELSE
                   PERFORM LOGA-RETOMADA-SEM-SITUACAO
               END-IF
           END-IF.
           IF MODO-RETOMADA EQUAL "SIM"
               OPEN EXTEND CADPAS
           ELSE
               OPEN OUTPUT CADPAS.
           IF FS-CADPAS EQUAL "00"
               MOVE "SIM" TO CADPAS-ABERTO
           ELSE
               MOVE "CADPAS.DAT" TO ERR-ARQUIVO
               MOVE FS-CADPAS    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS.

       CARREGA-CADPAS.
           MOVE ZEROS TO CONT-PASSOS.
           OPEN INPUT CADPAS.
           IF FS-CADPAS EQUAL "00"
               PERFORM LE-CADPAS
               PERFORM GUARDA-SITUACAO-PASSO
                   UNTIL FIM-PAS EQUAL "SIM"
               CLOSE CADPAS.

       LE-CADPAS.
           READ CADPAS
               AT END
                   MOVE "SIM" TO FIM-PAS
           END-READ.

      *    UM PASSO QUE JA TEM SITUACAO NA TABELA (RODADA ANTERIOR DA
      *    MESMA DATA) FICA COM A DO REGISTRO MAIS RECENTE.
       GUARDA-SITUACAO-PASSO.
           IF DATA-PAS EQUAL WS-DATA-EXEC
               MOVE PROGRAMA-PAS TO PROGRAMA-PROCURADO
               PERFORM PROCURA-SITUACAO-PASSO
               IF ACHOU-PASSO EQUAL "SIM"
                   SUBTRACT 1 FROM SUB-PAS
                   MOVE SITUACAO-PAS TO SITUACAO-PAS-TAB (SUB-PAS)
               ELSE
                   PERFORM INCLUI-SITUACAO-PASSO
               END-IF
           END-IF.
           PERFORM LE-CADPAS.

       INCLUI-SITUACAO-PASSO.
           IF CONT-PASSOS LESS 40
               ADD 1 TO CONT-PASSOS
               MOVE PROGRAMA-PAS TO PROGRAMA-PAS-TAB (CONT-PASSOS)
               MOVE SITUACAO-PAS TO SITUACAO-PAS-TAB (CONT-PASSOS)
           ELSE
               IF LIMITE-PAS-LOGADO EQUAL "NAO"
                   MOVE "CADPAS.DAT" TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-PAS-LOGADO.

       PROCURA-SITUACAO-PASSO.
           MOVE SPACES TO SITUACAO-PASSO.
           MOVE "NAO" TO ACHOU-PASSO.
           PERFORM VARIA-PROCURA-PASSO
               VARYING SUB-PAS FROM 1 BY 1
               UNTIL SUB-PAS GREATER CONT-PASSOS
                  OR ACHOU-PASSO EQUAL "SIM".

       VARIA-PROCURA-PASSO.
           IF PROGRAMA-PAS-TAB (SUB-PAS) EQUAL PROGRAMA-PROCURADO
               MOVE SITUACAO-PAS-TAB (SUB-PAS) TO SITUACAO-PASSO
               MOVE "SIM" TO ACHOU-PASSO.

       LOGA-RETOMADA-SEM-SITUACAO.
           MOVE "EX10" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           MOVE "RETOMADA SEM SITUACAO GRAVADA" TO STATUS-LOG.
           PERFORM GRAVA-LOG.

      *    NA RETOMADA, ATE O PONTO DE REINICIO, O PASSO QUE FICOU
      *    VERDE NA RODADA ANTERIOR DA MESMA DATA E PULADO, DESDE QUE
      *    OS ARQUIVOS QUE ELE GEROU AINDA ESTEJAM PRESENTES E SELADOS
      *    PARA A DATA. O PASSO QUE FALHOU, QUE NAO CHEGOU A RODAR OU
      *    CUJA SAIDA NAO CONFERE E O PONTO DE REINICIO, E DALI EM
      *    DIANTE TODOS OS PASSOS RODAM. UM PASSO PULADO NA RODADA
      *    ANTERIOR (INSUMO AUSENTE) E REAVALIADO PELOS PROPRIOS
      *    GUARDAS, SEM MOVER O PONTO DE REINICIO.
       CONFERE-RETOMADA.
           MOVE "NAO" TO PASSO-RETOMADO.
           IF MODO-RETOMADA EQUAL "SIM"
              AND PONTO-REINICIO EQUAL "NAO"
               MOVE PROGRAMA-LOG TO PROGRAMA-PROCURADO
               PERFORM PROCURA-SITUACAO-PASSO
               EVALUATE SITUACAO-PASSO
                   WHEN "OK "
                       PERFORM CONFERE-SAIDAS-PASSO
                       IF SAIDAS-OK EQUAL "SIM"
                           MOVE "SIM" TO PASSO-RETOMADO
                       ELSE
                           PERFORM MARCA-PONTO-REINICIO
                       END-IF
                   WHEN "PUL"
                       CONTINUE
                   WHEN OTHER
                       PERFORM MARCA-PONTO-REINICIO
               END-EVALUATE.

      *    A LINHA DO EX10 NO RUNLOG REGISTRA DE QUE PASSO O LOTE FOI
      *    RETOMADO, ANTES DA LINHA DO PROPRIO PASSO.
       MARCA-PONTO-REINICIO.
           MOVE "SIM" TO PONTO-REINICIO.
           MOVE PROGRAMA-LOG TO PROGRAMA-REINICIO.
           MOVE "EX10" TO PROGRAMA-LOG.
           MOVE SPACES TO STATUS-LOG.
           STRING "RETOMADA A PARTIR DO " DELIMITED BY SIZE
                  PROGRAMA-REINICIO DELIMITED BY SPACE
               INTO STATUS-LOG.
           PERFORM GRAVA-LOG.
           MOVE PROGRAMA-REINICIO TO PROGRAMA-LOG.

      *    SAIDAS SELADAS QUE OS PASSOS SEGUINTES CONSOMEM. O PASSO
      *    SEM SAIDA SELADA VALE PELA SITUACAO GRAVADA.
       CONFERE-SAIDAS-PASSO.
           MOVE "SIM" TO SAIDAS-OK.
           MOVE "NAO" TO SELO-OPCIONAL.
           MOVE SPACES TO WS-NOME-SELO.
           EVALUATE PROGRAMA-LOG
               WHEN "EX02"
                   MOVE "CADVAL.DAT" TO WS-NOME-SELO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
      *    O EX21 SO GERA O CADASTRO VALIDADO CUJA ENTRADA EXISTE; A
      *    AUSENCIA E TRATADA PELOS GUARDAS DO EX06/EX08.
               WHEN "EX21"
                   MOVE "SIM" TO SELO-OPCIONAL
                   MOVE "CADENV.DAT" TO WS-NOME-SELO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
                   IF SAIDAS-OK EQUAL "SIM"
                       MOVE "CADFNV.DAT" TO WS-NOME-SELO ARQ-SELO
                       PERFORM CONFERE-SELO-ARQUIVO
                   END-IF
               WHEN "EX06"
                   STRING "CADSAI_CORTE_" DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-NOME-SELO
                   MOVE "CADSAI.DAT" TO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
               WHEN "EX07"
                   PERFORM CONFERE-SELO-CADATU
               WHEN "EX08"
                   STRING "CADSAI_REAJ_" DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-NOME-SELO
                   MOVE "CADSAI.DAT" TO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
               WHEN "EX63"
                   STRING "CADVRV_" DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-NOME-SELO
                   MOVE "CADVRV.DAT" TO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
               WHEN "EX34"
                   STRING "CADLIQ_" DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-NOME-SELO
                   MOVE "CADLIQ.DAT" TO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
               WHEN "EX60"
                   STRING "CADFRS_" DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ".DAT" DELIMITED BY SIZE
                       INTO WS-NOME-SELO
                   MOVE "CADFRS.DAT" TO ARQ-SELO
                   PERFORM CONFERE-SELO-ARQUIVO
           END-EVALUATE.

      *    O ARQUIVO PRECISA ABRIR, COMECAR PELO CABECALHO COM A DATA
      *    DO LOTE E TERMINAR PELO TRAILER COM A QUANTIDADE DE
      *    REGISTROS DE DETALHE LIDOS - A MESMA CONFERENCIA QUE OS
      *    CONSUMIDORES DO ARQUIVO FAZEM.
       CONFERE-SELO-ARQUIVO.
           MOVE ZEROS  TO CONT-SELO-LIDOS.
           MOVE SPACES TO TIPO-SELO-ULTIMO.
           MOVE "NAO"  TO FIM-SEL.
           OPEN INPUT ARQSEL.
           IF FS-ARQSEL NOT EQUAL "00"
               IF FS-ARQSEL NOT EQUAL "35"
                  OR SELO-OPCIONAL NOT EQUAL "SIM"
                   MOVE "95" TO ERR-STATUS
                   PERFORM LOGA-SELO-RETOMADA
               END-IF
           ELSE
               READ ARQSEL
                   AT END
                       MOVE "SIM" TO FIM-SEL
               END-READ
               EVALUATE TRUE
                   WHEN FIM-SEL EQUAL "SIM"
                   WHEN TIPO-SEL-H NOT EQUAL "HDR"
                       MOVE "95" TO ERR-STATUS
                       PERFORM LOGA-SELO-RETOMADA
                   WHEN DATA-SEL-H NOT EQUAL WS-DATA-EXEC
                       MOVE "96" TO ERR-STATUS
                       PERFORM LOGA-SELO-RETOMADA
                   WHEN OTHER
                       PERFORM LE-ARQSEL
                           UNTIL FIM-SEL EQUAL "SIM"
                       IF TIPO-SELO-ULTIMO NOT EQUAL "TRL"
                          OR QTD-SELO-ULTIMO NOT EQUAL CONT-SELO-LIDOS
                           MOVE "97" TO ERR-STATUS
                           PERFORM LOGA-SELO-RETOMADA
                       END-IF
               END-EVALUATE
               CLOSE ARQSEL.

       LE-ARQSEL.
           READ ARQSEL
               AT END
                   MOVE "SIM" TO FIM-SEL
               NOT AT END
                   IF TIPO-SEL-T EQUAL "TRL"
                       MOVE "TRL"     TO TIPO-SELO-ULTIMO
                       MOVE QTD-SEL-T TO QTD-SELO-ULTIMO
                   ELSE
                       MOVE SPACES    TO TIPO-SELO-ULTIMO
                       ADD 1 TO CONT-SELO-LIDOS
                   END-IF
           END-READ.

      *    NO CADATU O CABECALHO E O TRAILER SAO LIDOS PELAS CHAVES
      *    RESERVADAS.
       CONFERE-SELO-CADATU.
           MOVE "CADATU.DAT" TO ARQ-SELO.
           OPEN INPUT CADATU.
           IF FS-CADATU NOT EQUAL "00"
               MOVE "95" TO ERR-STATUS
               PERFORM LOGA-SELO-RETOMADA
           ELSE
               MOVE ZEROS TO NUM-ATU
               READ CADATU
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN FS-CADATU NOT EQUAL "00"
                   WHEN TIPO-ATU-H NOT EQUAL "HDR"
                       MOVE "95" TO ERR-STATUS
                       PERFORM LOGA-SELO-RETOMADA
                   WHEN DATA-ATU-H NOT EQUAL WS-DATA-EXEC
                       MOVE "96" TO ERR-STATUS
                       PERFORM LOGA-SELO-RETOMADA
                   WHEN OTHER
                       MOVE 99999 TO NUM-ATU
                       READ CADATU
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF FS-CADATU NOT EQUAL "00"
                          OR TIPO-ATU-T NOT EQUAL "TRL"
                           MOVE "97" TO ERR-STATUS
                           PERFORM LOGA-SELO-RETOMADA
                       END-IF
               END-EVALUATE
               CLOSE CADATU.

      *    A SAIDA QUE NAO CONFERE FICA NO ERRLOG COM O MOTIVO, E O
      *    PASSO VOLTA A RODAR.
       LOGA-SELO-RETOMADA.
           MOVE "NAO"    TO SAIDAS-OK.
           MOVE ARQ-SELO TO ERR-ARQUIVO.
           MOVE "SELO"   TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA" TO ERR-OPERACAO.

      *    CARREGA O CALENDARIO DE FERIADOS E MARCAS DE FIM DE
      *    PERIODO. SEM O CADCAL SO OS FINS DE SEMANA CONTAM COMO DIA
      *    NAO UTIL E NENHUM ENCADEAMENTO DE PERIODO ACONTECE.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX22" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           IF PASSO-RETOMADO EQUAL "SIM"
               MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
           ELSE
               CALL "EX22"
               PERFORM CONFERE-RETORNO
               IF PASSO-RC EQUAL ZEROS
                   MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
               ELSE
                   MOVE "REPROVADO - VER RELPAR" TO STATUS-LOG
                   MOVE "SIM" TO FALHA-EX22
               END-IF
           END-IF.
           PERFORM GRAVA-LOG.

      *    O BACKUP DOS MESTRES RODA ANTES DE QUALQUER PASSO LER OS
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX25" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX25"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O CONTROLE DOS MESTRES COMPARA O CADFUN, O CADENT E O
      *    CADALU COM A GERACAO ANTERIOR DO BACKUP. SEM A OPCAO DE
      *    BLOQUEIO, A MUDANCA SEM TRANSACAO SO E AVISADA (RETORNO
      *    ZERO, RELMNE E ERRLOG) E O LOTE SEGUE VERDE; COM A OPCAO, O
      *    EX70 DEVOLVE 8, O PASSO E REPROVADO (COMO O ORCAMENTO DO
      *    EX33) E O EX08 E PULADO. O RETORNO 8 SEM O PEDIDO DE
      *    BLOQUEIO NO CTL70 E ABORTO DO PROPRIO CONTROLE, QUE DEIXA O
      *    LOTE VERMELHO MAS NAO BLOQUEIA A FOLHA.
       EXECUTA-EX70.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX70" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX70"
                   PERFORM CONFERE-RETORNO
                   MOVE ZEROS  TO QTD-SEM-TRANS-CTL70
                   MOVE "NAO"  TO BLOQUEIO-CTL70
                   PERFORM LE-CTL70
                   EVALUATE TRUE
                       WHEN PASSO-RC EQUAL ZEROS
                        AND QTD-SEM-TRANS-CTL70 GREATER ZEROS
                           MOVE "EXECUTADO - VER RELMNE" TO STATUS-LOG
                       WHEN PASSO-RC EQUAL ZEROS
                           MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       WHEN BLOQUEIO-CTL70 EQUAL "SIM"
                           MOVE "REPROVADO - VER RELMNE" TO STATUS-LOG
                           MOVE "SIM" TO FALHA-EX70
                       WHEN OTHER
                           MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-EVALUATE
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL70.
           OPEN INPUT CTL70.
           IF FS-CTL EQUAL "00"
               READ CTL70
                   NOT AT END
                       MOVE QTD-DIFERENCAS-CTL70 TO QTD-LIDOS-LOG
                       MOVE QTD-EXPLICADAS-CTL70 TO QTD-GRAVADOS-LOG
                       MOVE QTD-SEM-TRANS-CTL70  TO QTD-REJ-LOG
               END-READ
               CLOSE CTL70.

       EXECUTA-EX02.
           PERFORM MARCA-INICIO-PASSO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-ALU WS-INFO-ARQ
               RETURNING WS-EXISTE.
           MOVE "EX02" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX21" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX21"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL21
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       MOVE "SIM" TO FALHA-EX21
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL21.
               RETURNING WS-EXISTE.
           MOVE "EX06" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX21 EQUAL "SIM"
               RETURNING WS-EXISTE.
           MOVE "EX07" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX02 EQUAL "SIM"
                       PERFORM LE-CTL07
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       MOVE "SIM" TO FALHA-EX07
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.
               END-READ
               CLOSE CTL07.

      *    A CONFERENCIA DE NOTAS FALTANTES LE O MESMO CADALU DO EX02
      *    E O CADNTD DO EX40. O RETORNO DELA NAO PASSA POR
      *    CONFERE-RETORNO: GRADE INCOMPLETA COM LIBERACAO DA
      *    COORDENACAO PARA A DATA NAO DEIXA O LOTE VERMELHO. O EX52
      *    DEVOLVE 8 TANTO NA GRADE INCOMPLETA QUANTO NA ABORTAGEM; SO
      *    A GRADE INCOMPLETA GRAVA O CTL52, E SO ELA PODE SER LIBERADA.
       EXECUTA-EX52.
           PERFORM MARCA-INICIO-PASSO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-NTD WS-INFO-ARQ
               RETURNING WS-EXISTE.
           MOVE "EX52" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
                   MOVE "SIM" TO GRADE-COMPLETA
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX02 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX02"  TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADNTD.DAT AUSENTE" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX52"
                   MOVE RETURN-CODE TO PASSO-RC
                   MOVE ZEROS TO RETURN-CODE
                   PERFORM LE-CTL52
                   EVALUATE TRUE
                       WHEN PASSO-RC EQUAL ZEROS
                           MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                           MOVE "SIM" TO GRADE-COMPLETA
                       WHEN CTL52-LIDO NOT EQUAL "SIM"
                           MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                           MOVE "SIM" TO FALHA-EX52
                           MOVE "SIM" TO FALHA-LOTE
                       WHEN TEM-LIBERACAO EQUAL "SIM"
                           MOVE "PENDENTE - LIBERADO COORDENACAO"
                               TO STATUS-LOG
                       WHEN OTHER
                           MOVE "PENDENTE - VER RELFNT" TO STATUS-LOG
                           MOVE "SIM" TO FALHA-LOTE
                   END-EVALUATE
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL52.
           MOVE "NAO" TO CTL52-LIDO.
           OPEN INPUT CTL52.
           IF FS-CTL EQUAL "00"
               READ CTL52
                   NOT AT END
                       MOVE "SIM" TO CTL52-LIDO
                       MOVE QTD-ALUNOS-CTL52    TO QTD-LIDOS-LOG
                       MOVE QTD-ENTREGUES-CTL52 TO QTD-GRAVADOS-LOG
                       COMPUTE QTD-REJ-LOG =
                           QTD-FALTANTES-CTL52 + QTD-REJ-GRADE-CTL52
               END-READ
               CLOSE CTL52.

      *    O EX40 SO RODA QUANDO A CONFERENCIA EXECUTOU NESTA RODADA E
      *    ACHOU A GRADE COMPLETA, OU QUANDO A COORDENACAO LIBEROU A
      *    DATA; NOS DEMAIS CASOS FICA RETIDO COM O MOTIVO NO RUNLOG.
      *    CONFERENCIA ABORTADA NAO E GRADE INCOMPLETA: A LIBERACAO
      *    NAO VALE E O EX40 E PULADO.
       EXECUTA-EX40.
           PERFORM MARCA-INICIO-PASSO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-NTD WS-INFO-ARQ
               RETURNING WS-EXISTE.
           MOVE "EX40" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX02 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX02"  TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADNTD.DAT AUSENTE" TO STATUS-LOG
               WHEN FALHA-EX52 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX52"  TO STATUS-LOG
                   MOVE "SIM" TO FALHA-EX40
               WHEN GRADE-COMPLETA NOT EQUAL "SIM"
                AND TEM-LIBERACAO NOT EQUAL "SIM"
                   MOVE "RETIDO - GRADE INCOMPLETA" TO STATUS-LOG
                   MOVE "SIM" TO FALHA-EX40
               WHEN OTHER
                   CALL "EX40"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       MOVE "SIM" TO FALHA-EX40
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O EX07 E O EX40 RECRIAM TODA NOITE O RESULTADO DO PERIODO,
      *    COM A RECUPERACAO DE VOLTA EM "REC". A RECUPERACAO EX49
      *    REAPLICA LOGO DEPOIS AS NOTAS DO CADREC, QUE A SECRETARIA
      *    MANTEM DURANTE O PERIODO, PARA O CADATU E O CADATD DA NOITE
      *    (E A VIRADA EX42) TEREM A DECISAO FINAL APR OU REP. COM O
      *    EX07 ABORTADO O CADATU E SUSPEITO E O PASSO E PULADO; COM O
      *    EX40 RETIDO OU ABORTADO O CADATD E O DA NOITE ANTERIOR E O
      *    PASSO TAMBEM E PULADO.
       EXECUTA-EX49.
           PERFORM MARCA-INICIO-PASSO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-REC WS-INFO-ARQ
               RETURNING WS-EXISTE.
           MOVE "EX49" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX07 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX07"  TO STATUS-LOG
               WHEN FALHA-EX40 EQUAL "SIM"
                   MOVE "PULADO - EX40 RETIDO/ABORTADO" TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADREC.DAT AUSENTE" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX49"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O EX08 SO RODA SOBRE O CADFUN VALIDADO DESTA RODADA: SE O
      *    EX21 ABORTOU, OU NAO PRODUZIU O CADFNV (CADFUN AUSENTE), O
      *    PASSO E PULADO.
               RETURNING WS-EXISTE.
           MOVE "EX33" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX21 EQUAL "SIM"
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O CONTROLE DE FAIXA ANTES DO REAJUSTE CONFERE O CADFNV
      *    VALIDADO DESTA RODADA CONTRA A TABELA DE NIVEIS. E SO
      *    INFORMATIVO: PULADO OU ABORTADO, NAO IMPEDE O EX08.
       EXECUTA-EX64.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX64" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-FNV WS-INFO-ARQ
               RETURNING WS-EXISTE.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX21 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX21"  TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADFNV.DAT AUSENTE" TO STATUS-LOG
               WHEN OTHER
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-NIV
                       WS-INFO-ARQ RETURNING WS-EXISTE
                   IF WS-EXISTE NOT EQUAL ZEROS
                       MOVE "PULADO - CADNIV.DAT AUSENTE" TO STATUS-LOG
                   ELSE
                       CALL "EX64"
                       PERFORM CONFERE-RETORNO
                       IF PASSO-RC EQUAL ZEROS
                           MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                           PERFORM LE-CTL64
                       ELSE
                           MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL64.
           OPEN INPUT CTL64.
           IF FS-CTL EQUAL "00"
               READ CTL64
                   NOT AT END
                       MOVE QTD-LIDOS-CTL64     TO QTD-LIDOS-LOG
                       MOVE QTD-FORA-CTL64      TO QTD-GRAVADOS-LOG
                       MOVE QTD-SEM-NIVEL-CTL64 TO QTD-REJ-LOG
               END-READ
               CLOSE CTL64.

       EXECUTA-EX08.
           PERFORM MARCA-INICIO-PASSO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-FNV WS-INFO-ARQ
               RETURNING WS-EXISTE.
           MOVE "EX08" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
                   MOVE "SIM" TO EX08-OK
               WHEN FALHA-EX22 EQUAL "SIM"
                   MOVE "PULADO - PARAMETROS REPROVADOS" TO STATUS-LOG
               WHEN FALHA-EX21 EQUAL "SIM"
                   MOVE "PULADO - FALHA NO EX21"  TO STATUS-LOG
               WHEN FALHA-EX33 EQUAL "SIM"
                   MOVE "PULADO - ORCAMENTO ESTOURADO" TO STATUS-LOG
               WHEN FALHA-EX70 EQUAL "SIM"
                   MOVE "PULADO - MESTRE SEM TRANSACAO" TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADFNV.DAT AUSENTE" TO STATUS-LOG
               WHEN OTHER
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX31" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX31"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    A CRITICA DOS PROVENTOS VARIAVEIS VALORIZA AS HORAS PELO
      *    CADSAI_REAJ SELADO PELO EX08 NESTA RODADA; SEM O EX08 O PASSO
      *    E PULADO, COMO O EX31. SE ABORTAR, O CADVRV FICA SEM SELO E
      *    O EX34 ABORTA TAMBEM, EM VEZ DE PAGAR SEM OS VARIAVEIS.
       EXECUTA-EX63.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX63" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX63"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL63
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL63.
           OPEN INPUT CTL63.
           IF FS-CTL EQUAL "00"
               READ CTL63
                   NOT AT END
                       MOVE QTD-LIDOS-CTL63   TO QTD-LIDOS-LOG
                       MOVE QTD-VALIDOS-CTL63 TO QTD-GRAVADOS-LOG
                       MOVE QTD-REJ-CTL63     TO QTD-REJ-LOG
               END-READ
               CLOSE CTL63.

      *    O CONTROLE DE FAIXA DEPOIS DO REAJUSTE LE O CADSAI_REAJ
      *    SELADO PELO EX08 NESTA RODADA; SEM O EX08 OU SEM O CADNIV O
      *    PASSO E PULADO. TAMBEM E SO INFORMATIVO.
       EXECUTA-EX65.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX65" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-NIV WS-INFO-ARQ
               RETURNING WS-EXISTE.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - CADNIV.DAT AUSENTE" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX65"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL65
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL65.
           OPEN INPUT CTL65.
           IF FS-CTL EQUAL "00"
               READ CTL65
                   NOT AT END
                       MOVE QTD-LIDOS-CTL65     TO QTD-LIDOS-LOG
                       MOVE QTD-FORA-CTL65      TO QTD-GRAVADOS-LOG
                       MOVE QTD-SEM-NIVEL-CTL65 TO QTD-REJ-LOG
               END-READ
               CLOSE CTL65.

      *    A MANUTENCAO DOS EMPRESTIMOS E PENSOES SO DEPENDE DO CADMDF
      *    DO DIA: RODA EM TODO LOTE, ANTES DO EX34 QUE OS COBRA.
       EXECUTA-EX61.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX61" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           IF PASSO-RETOMADO EQUAL "SIM"
               MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
           ELSE
               CALL "EX61"
               PERFORM CONFERE-RETORNO
               IF PASSO-RC EQUAL ZEROS
                   MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   PERFORM LE-CTL61
               ELSE
                   MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
               END-IF
           END-IF.
           PERFORM GRAVA-LOG.

       LE-CTL61.
           OPEN INPUT CTL61.
           IF FS-CTL EQUAL "00"
               READ CTL61
                   NOT AT END
                       MOVE QTD-TRANS-CTL61   TO QTD-LIDOS-LOG
                       MOVE QTD-ACEITAS-CTL61 TO QTD-GRAVADOS-LOG
                       MOVE QTD-REJ-CTL61     TO QTD-REJ-LOG
               END-READ
               CLOSE CTL61.

      *    O CALCULO DO LIQUIDO LE O CADSAI_REAJ SELADO PELO EX08
      *    NESTA RODADA; SEM O EX08 O PASSO E PULADO, COMO O EX31.
       EXECUTA-EX34.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX34" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
                   MOVE "SIM" TO EX34-OK
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX34"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       MOVE "SIM" TO EX34-OK
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O CONTROLE DE FERIAS SO DEPENDE DO CADFUN: RODA EM TODO
      *    LOTE, ABRINDO PERIODOS, APLICANDO AS PROGRAMACOES DO CADMFE
      *    E LISTANDO OS PERIODOS PERTO DE VENCER.
       EXECUTA-EX59.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX59" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           IF PASSO-RETOMADO EQUAL "SIM"
               MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               MOVE "SIM" TO EX59-OK
           ELSE
               CALL "EX59"
               PERFORM CONFERE-RETORNO
               IF PASSO-RC EQUAL ZEROS
                   MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   MOVE "SIM" TO EX59-OK
                   PERFORM LE-CTL59
               ELSE
                   MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
               END-IF
           END-IF.
           PERFORM GRAVA-LOG.

       LE-CTL59.
           OPEN INPUT CTL59.
           IF FS-CTL EQUAL "00"
               READ CTL59
                   NOT AT END
                       MOVE QTD-FUNC-CTL59    TO QTD-LIDOS-LOG
                       MOVE QTD-ACEITAS-CTL59 TO QTD-GRAVADOS-LOG
                       MOVE QTD-REJ-CTL59     TO QTD-REJ-LOG
               END-READ
               CLOSE CTL59.

      *    O PAGAMENTO DE FERIAS PRECISA DO CADFER ATUALIZADO PELO
      *    EX59 NESTA RODADA, E O CADFRS QUE ELE GRAVA SO E REMETIDO
      *    PELO EX36, QUE DEPENDE DO EX08; SEM UM DOS DOIS O PASSO E
      *    PULADO E AS PROGRAMACOES FICAM PARA O PROXIMO LOTE.
       EXECUTA-EX60.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX60" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX59-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX59 NAO EXECUTADO" TO STATUS-LOG
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX60"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL60
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL60.
           OPEN INPUT CTL60.
           IF FS-CTL EQUAL "00"
               READ CTL60
                   NOT AT END
                       MOVE QTD-LIDOS-CTL60 TO QTD-LIDOS-LOG
                       MOVE QTD-PAGOS-CTL60 TO QTD-GRAVADOS-LOG
               END-READ
               CLOSE CTL60.

      *    O ACUMULADO ANUAL LE O CADLIQ GRAVADO PELO EX34 NESTA
      *    RODADA; SEM ELE O PASSO E PULADO. RODA DEPOIS DO EX60 PARA
      *    LANCAR TAMBEM AS FERIAS PAGAS NO DIA (E O DECIMO TERCEIRO,
      *    QUANDO O EX58 GRAVOU O CAD13S DA DATA ANTES DO LOTE).
      *    RELANCAR A MESMA DATA NAO DUPLICA VALORES, ENTAO A
      *    REEXECUCAO DO LOTE E SEGURA.
       EXECUTA-EX56.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX56" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX34-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX34 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX56"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL56
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL56.
           OPEN INPUT CTL56.
           IF FS-CTL EQUAL "00"
               READ CTL56
                   NOT AT END
                       MOVE QTD-LIDOS-CTL56 TO QTD-LIDOS-LOG
                       COMPUTE QTD-GRAVADOS-LOG =
                           QTD-LANCADOS-CTL56 + QTD-RELANCADOS-CTL56
               END-READ
               CLOSE CTL56.

      *    A MANUTENCAO DA LISTA DE RETENCAO SO DEPENDE DO CADMBQ DO
      *    DIA: RODA EM TODO LOTE, ANTES DO EX36 QUE A APLICA.
       EXECUTA-EX67.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX67" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           IF PASSO-RETOMADO EQUAL "SIM"
               MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
           ELSE
               CALL "EX67"
               PERFORM CONFERE-RETORNO
               IF PASSO-RC EQUAL ZEROS
                   MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   PERFORM LE-CTL67
               ELSE
                   MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
               END-IF
           END-IF.
           PERFORM GRAVA-LOG.

       LE-CTL67.
           OPEN INPUT CTL67.
           IF FS-CTL EQUAL "00"
               READ CTL67
                   NOT AT END
                       MOVE QTD-TRANS-CTL67   TO QTD-LIDOS-LOG
                       MOVE QTD-ACEITAS-CTL67 TO QTD-GRAVADOS-LOG
                       MOVE QTD-REJ-CTL67     TO QTD-REJ-LOG
               END-READ
               CLOSE CTL67.

      *    A CONCILIACAO DO RETORNO DA REMESSA ANTERIOR RODA ANTES DA
      *    REMESSA DO DIA, INDEPENDENTE DO EX08: SO PRECISA DO
      *    INVENTARIO DE REMESSAS. NAO BLOQUEIA O EX36; SE ABORTAR, OS
      *    PENDENTES FICAM COMO ESTAVAM.
       EXECUTA-EX66.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX66" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-RMI WS-INFO-ARQ
               RETURNING WS-EXISTE.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE "PULADO - SEM REMESSA ANTERIOR" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX66"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL66
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       LE-CTL66.
           OPEN INPUT CTL66.
           IF FS-CTL EQUAL "00"
               READ CTL66
                   NOT AT END
                       MOVE QTD-REMETIDOS-CTL66 TO QTD-LIDOS-LOG
                       MOVE QTD-CONF-CTL66      TO QTD-GRAVADOS-LOG
                       MOVE QTD-REJ-CTL66       TO QTD-REJ-LOG
               END-READ
               CLOSE CTL66.

      *    A REMESSA BANCARIA LE O CADLIQ (OU O CADSAI_REAJ) DO DIA;
      *    SEM O EX08 DESTA RODADA O PASSO E PULADO, COMO O EX31/EX34.
       EXECUTA-EX36.
           PERFORM MARCA-INICIO-PASSO.
           MOVE "EX36" TO PROGRAMA-LOG.
           MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG QTD-REJ-LOG.
           PERFORM CONFERE-RETOMADA.
           EVALUATE TRUE
               WHEN PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               WHEN EX08-OK NOT EQUAL "SIM"
                   MOVE "PULADO - EX08 NAO EXECUTADO" TO STATUS-LOG
               WHEN OTHER
                   CALL "EX36"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
           END-EVALUATE.
           PERFORM GRAVA-LOG.

      *    O EX08 PODE GRAVAR MAIS DE UM REGISTRO EM CTL08 NO MESMO
      *    DIA (RETOMADA POR CHECKPOINT OU REEXECUCAO MANUAL), POR
      *    ISSO OS TOTAIS SAO SOMADOS ATE O FIM DO ARQUIVO EM VEZ DE
      *    NUMA NOITE EM QUE O LADO ACADEMICO FOI PULADO O CADATU NEM
      *    EXISTE; O LANCAMENTO DE HISTORICO E PULADO COM O MOTIVO,
      *    COMO OS DEMAIS PASSOS CONDICIONADOS A INSUMO.
               PERFORM CONFERE-RETOMADA
               EVALUATE TRUE
                   WHEN PASSO-RETOMADO EQUAL "SIM"
                       MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
                   WHEN WS-EXISTE NOT EQUAL ZEROS
                       MOVE "PULADO - CADATU.DAT AUSENTE" TO STATUS-LOG
                   WHEN OTHER
                       CALL "EX12"
                       PERFORM CONFERE-RETORNO
                       IF PASSO-RC EQUAL ZEROS
                           MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       ELSE
                           MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       END-IF
               END-EVALUATE
               PERFORM GRAVA-LOG
           END-IF.

      *    NO ULTIMO DIA UTIL DO MES A POSICAO DOS EMPRESTIMOS E
      *    PENSOES EX62 SAI DEPOIS DA COBRANCA DO MES PELO EX34; SEM O
      *    EX34 NESTA RODADA O PASSO E PULADO.
       EXECUTA-EX62-MENSAL.
           IF ULTIMO-DIA-UTIL-MES EQUAL "SIM"
               PERFORM MARCA-INICIO-PASSO
               MOVE "EX62" TO PROGRAMA-LOG
               MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG
                             QTD-REJ-LOG
               PERFORM CONFERE-RETOMADA
               EVALUATE TRUE
                   WHEN PASSO-RETOMADO EQUAL "SIM"
                       MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
                   WHEN EX34-OK NOT EQUAL "SIM"
                       MOVE "PULADO - EX34 NAO EXECUTADO" TO STATUS-LOG
                   WHEN OTHER
                       CALL "EX62"
                       PERFORM CONFERE-RETORNO
                       IF PASSO-RC EQUAL ZEROS
                           MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                           PERFORM LE-CTL62
                       ELSE
                           MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                       END-IF
               END-EVALUATE
               PERFORM GRAVA-LOG
           END-IF.

       LE-CTL62.
           OPEN INPUT CTL62.
           IF FS-CTL EQUAL "00"
               READ CTL62
                   NOT AT END
                       COMPUTE QTD-LIDOS-LOG =
                           QTD-EMP-CTL62 + QTD-PEN-CTL62
               END-READ
               CLOSE CTL62.

      *    NO ULTIMO DIA UTIL DO MES (O PROXIMO DIA UTIL CAI EM OUTRO
      *    MES) O ARQUIVAMENTO MENSAL EX16 E ENCADEADO, EM VEZ DE
      *    DEPENDER DE ALGUEM LEMBRAR DO FECHAMENTO.
       EXECUTA-EX16-MENSAL.
           IF ULTIMO-DIA-UTIL-MES EQUAL "SIM"
               PERFORM MARCA-INICIO-PASSO
               MOVE "EX16" TO PROGRAMA-LOG
               MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG
                             QTD-REJ-LOG
      *    O ARQUIVAMENTO JA FEITO NAO SE REPETE NA RETOMADA.
               PERFORM CONFERE-RETOMADA
               IF PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               ELSE
                   CALL "EX16"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
               PERFORM GRAVA-LOG
           END-IF.

      *    NO ULTIMO DIA UTIL DO MES SAI O QUADRO DE PESSOAL E
      *    ROTATIVIDADE EX68 DO MES. SO INFORMATIVO: NAO DEPENDE DE
      *    NENHUM PASSO DO LOTE.
       EXECUTA-EX68-MENSAL.
           IF ULTIMO-DIA-UTIL-MES EQUAL "SIM"
               PERFORM MARCA-INICIO-PASSO
               MOVE "EX68" TO PROGRAMA-LOG
               MOVE ZEROS TO QTD-LIDOS-LOG QTD-GRAVADOS-LOG
                             QTD-REJ-LOG
               PERFORM CONFERE-RETOMADA
               IF PASSO-RETOMADO EQUAL "SIM"
                   MOVE "RETOMADA - JA EXECUTADO" TO STATUS-LOG
               ELSE
                   CALL "EX68"
                   PERFORM CONFERE-RETORNO
                   IF PASSO-RC EQUAL ZEROS
                       MOVE "EXECUTADO COM SUCESSO" TO STATUS-LOG
                       PERFORM LE-CTL68
                   ELSE
                       MOVE "ABORTADO - VER ERRLOG" TO STATUS-LOG
                   END-IF
               END-IF
               PERFORM GRAVA-LOG
           END-IF.

       LE-CTL68.
           OPEN INPUT CTL68.
           IF FS-CTL EQUAL "00"
               READ CTL68
                   NOT AT END
                       MOVE QTD-LIDOS-CTL68 TO QTD-LIDOS-LOG
                       MOVE QTD-DEPTOS-CTL68 TO QTD-GRAVADOS-LOG
               END-READ
               CLOSE CTL68.

      *    GUARDA O RETURN-CODE DEVOLVIDO PELO PASSO E O ZERA PARA A
      *    PROXIMA CHAMADA. QUALQUER RESULTADO DIFERENTE DE ZERO MARCA
      *    O LOTE COMO COM FALHAS.
           MOVE WS-HORA-FIM-NUM  TO HORA-FIM-LOG.
           MOVE WS-DURACAO       TO DURACAO-LOG.
           WRITE REG-LOG.
           IF CADPAS-ABERTO EQUAL "SIM"
              AND PROGRAMA-LOG NOT EQUAL "EX10"
               PERFORM GRAVA-SITUACAO-PASSO.

      *    A SITUACAO DE CADA PASSO E GRAVADA LOGO QUE ELE TERMINA: UM
      *    PASSO QUE DERRUBOU O LOTE NO MEIO FICA SEM SITUACAO E, NA
      *    RETOMADA, E O PONTO DE REINICIO. A GRADE LIBERADA PELA
      *    COORDENACAO E O AVISO DO EX70 SEM BLOQUEIO NAO DEIXAM O
      *    LOTE VERMELHO E CONTAM COMO VERDE.
       GRAVA-SITUACAO-PASSO.
           MOVE WS-DATA-EXEC    TO DATA-PAS.
           MOVE PROGRAMA-LOG    TO PROGRAMA-PAS.
           MOVE WS-HORA-FIM-NUM TO HORA-PAS.
           EVALUATE TRUE
               WHEN STATUS-LOG EQUAL "EXECUTADO COM SUCESSO"
               WHEN STATUS-LOG EQUAL "EXECUTADO - VER RELMNE"
               WHEN STATUS-LOG EQUAL "RETOMADA - JA EXECUTADO"
               WHEN STATUS-LOG (1:19) EQUAL "PENDENTE - LIBERADO"
                   MOVE "OK " TO SITUACAO-PAS
               WHEN STATUS-LOG (1:6) EQUAL "PULADO"
                   MOVE "PUL" TO SITUACAO-PAS
               WHEN OTHER
                   MOVE "ERR" TO SITUACAO-PAS
           END-EVALUATE.
           WRITE REG-PAS.

      *    FECHA O LOTE COM UMA LINHA DE RESULTADO GERAL NO RUNLOG,
      *    PARA O OPERADOR VER DE RELANCE SE A NOITE FICOU VERDE OU
           END-EVALUATE.
           PERFORM GRAVA-LOG.
           CLOSE RUNLOG.
           IF CADPAS-ABERTO EQUAL "SIM"
               CLOSE CADPAS.
           IF FALHA-LOTE EQUAL "SIM"
              OR FALHA-CALENDARIO EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
