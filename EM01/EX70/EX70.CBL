       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX70.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       CONTROLE NOTURNO DAS MUDANCAS NOS MESTRES.
      *               EXECUTADO PELO JOB MESTRE LOGO DEPOIS DO BACKUP
      *               EX25, COMPARA O CADFUN, O CADENT E O CADALU
      *               ATUAIS CAMPO A CAMPO (NOS MOLDES DO EX45) COM A
      *               GERACAO ANTERIOR DE CADA UM - A MAIS RECENTE
      *               GERACAO BKPXXX DO CATALOGO CADGER GRAVADA ANTES
      *               DO DIA, AINDA PRESENTE NO DISCO - E PROCURA A
      *               TRANSACAO QUE EXPLICA CADA DIFERENCA: A LINHA
      *               APLICADA DO RELMAN (EX15) OU DO RELMAL (EX48),
      *               A CURA DO LOGCUR (EX28) GRAVADA DESDE A GERACAO,
      *               A CORRECAO APLICADA DO RELCOR (EX39) OU A VIRADA
      *               DE ANO LETIVO DO EX42 (CADALUN E CADFOR). UM
      *               CAMPO ALTERADO E EXPLICADO QUANDO UMA DESSAS
      *               TRANSACOES DO MESMO CODIGO DEIXOU NELE O VALOR
      *               QUE ESTA NO MESTRE; UMA INCLUSAO OU EXCLUSAO,
      *               QUANDO HA A TRANSACAO DE INCLUSAO OU EXCLUSAO DO
      *               CODIGO. O QUE SOBRA (POR EXEMPLO UM SALARIO
      *               EDITADO DIRETO NO .DAT) SAI EM RELMNE COM O
      *               VALOR ANTIGO E O NOVO, E CADA MESTRE COM MUDANCA
      *               SEM TRANSACAO GERA UMA OCORRENCIA "91" EM ERRLOG.
      *               O CADENT NAO TEM PROGRAMA DE MANUTENCAO, ENTAO
      *               TODA MUDANCA NELE SAI COMO SEM TRANSACAO. O
      *               RELMAN, O RELMAL, O RELCOR E O CADALUN SAO OS DA
      *               ULTIMA EXECUCAO DE CADA PROGRAMA (NAO TEM DATA).
      *               COM A OPCAO DO CADBMN LIGADA ("SIM"), O PASSO E
      *               REPROVADO E O CTL70 AVISA O EX10 PARA NAO RODAR
      *               A FOLHA DO DIA; SEM ELA A MUDANCA E SO AVISADA.
      *               MESTRE SEM GERACAO ANTERIOR (PRIMEIRA NOITE) OU
      *               AUSENTE DO DISCO NAO E CONFERIDO, SO ANOTADO.
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
      *    O MESTRE E A GERACAO SAO ABERTOS PELOS NOMES MONTADOS A
      *    PARTIR DA SIGLA E DA DATA ESCOLHIDA NO CATALOGO.
           SELECT MESTRE ASSIGN TO WS-NOME-MESTRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MESTRE.
           SELECT GERACAO ASSIGN TO WS-NOME-BACKUP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GERACAO.
      *    CATALOGO DAS GERACOES DE BACKUP MANTIDO PELO EX25.
           SELECT CADGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADGER.
      *    TRANSACOES QUE EXPLICAM AS MUDANCAS; TODAS OPCIONAIS.
           SELECT RELMAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMAN.
           SELECT RELMAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMAL.
           SELECT LOGCUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOGCUR.
           SELECT RELCOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCOR.
           SELECT CADALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADALUN.
           SELECT CADFOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADFOR.
      *    OPCAO DE BLOQUEIO DA FOLHA QUANDO HA MUDANCA SEM TRANSACAO.
           SELECT CADBMN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADBMN.
           SELECT RELMNE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMNE.
           SELECT CTL70 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL70.

       DATA DIVISION.
       FILE SECTION.
      *    OS REGISTROS DO MESTRE E DA GERACAO SAO LIDOS COMO IMAGEM
      *    BRUTA; OS CAMPOS SAO FATIADOS POR POSICAO CONFORME A SIGLA,
      *    COMO NO EX45.
       FD MESTRE
           LABEL RECORD ARE STANDARD.

       01 REG-MESTRE              PIC X(100).

       FD GERACAO
           LABEL RECORD ARE STANDARD.

       01 REG-GERACAO             PIC X(100).

      *    MESMO LAYOUT GRAVADO PELO EX25.
       FD CADGER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADGER.DAT".

       01 REG-GER.
           02 MESTRE-GER          PIC X(06).
           02 DATA-GER            PIC 9(08).

      *    MESMO LAYOUT GRAVADO PELO EX15.
       FD RELMAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMAN.DAT".

       01 REG-MAN.
           02 TIPO-MAN            PIC X(01).
           02 COD-MAN             PIC 9(05).
           02 ACAO-MAN            PIC X(10).
           02 MOTIVO-MAN          PIC X(20).
           02 NOME-ANT-MAN        PIC X(20).
           02 SAL-ANT-MAN         PIC 9(07)V99.
           02 DEP-ANT-MAN         PIC X(05).
           02 BANCO-ANT-MAN       PIC 9(03).
           02 AGENCIA-ANT-MAN     PIC 9(04).
           02 CONTA-ANT-MAN       PIC 9(10).
           02 DT-ADM-ANT-MAN      PIC 9(08).
           02 DT-DES-ANT-MAN      PIC 9(08).
           02 NIVEL-ANT-MAN       PIC X(03).
           02 NOME-NOV-MAN        PIC X(20).
           02 SAL-NOV-MAN         PIC 9(07)V99.
           02 DEP-NOV-MAN         PIC X(05).
           02 BANCO-NOV-MAN       PIC 9(03).
           02 AGENCIA-NOV-MAN     PIC 9(04).
           02 CONTA-NOV-MAN       PIC 9(10).
           02 DT-ADM-NOV-MAN      PIC 9(08).
           02 DT-DES-NOV-MAN      PIC 9(08).
           02 NIVEL-NOV-MAN       PIC X(03).

      *    MESMO LAYOUT GRAVADO PELO EX48.
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

      *    MESMO LAYOUT GRAVADO PELO EX28. ORIGEM "INV" E SALARIO DO
      *    CADFUN; ORIGEM "DAT" E NASCIMENTO (DDMMAAAA) DO ALUNO.
       FD LOGCUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGCUR.DAT".

       01 REG-LOG.
           02 DATA-LOG            PIC 9(08).
           02 HORA-LOG            PIC 9(08).
           02 OPERADOR-LOG        PIC X(08).
           02 ORIGEM-LOG          PIC X(03).
           02 CODIGO-LOG          PIC 9(05).
           02 VALOR-ANT-LOG       PIC X(09).
           02 VALOR-NOVO-LOG      PIC X(09).
           02 RESULTADO-LOG       PIC X(10).

      *    MESMO LAYOUT GRAVADO PELO EX39.
       FD RELCOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELCOR.DAT".

       01 REG-COR.
           02 MAT-COR             PIC 9(05).
           02 NUM-NOTA-COR        PIC 9(01).
           02 ACAO-COR            PIC X(10).
           02 MOTIVO-COR          PIC X(25).
           02 NOTA-ANT-COR        PIC 9(02)V99.
           02 NOTA-NOV-COR        PIC 9(02)V99.
           02 MEDIA-ANT-COR       PIC 9(02)V99.
           02 MEDIA-NOV-COR       PIC 9(02)V99.
           02 SIT-ANT-COR         PIC X(03).
           02 SIT-NOV-COR         PIC X(03).
           02 AUTOR-COR           PIC X(08).

      *    CADALU DO PERIODO SEGUINTE GRAVADO PELA VIRADA DO EX42, NO
      *    MESMO LAYOUT DO CADALU.
       FD CADALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALUN.DAT".

       01 REG-ALN                 PIC X(53).

      *    FORMADOS QUE SAIRAM DO CADASTRO NA VIRADA DO EX42.
       FD CADFOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFOR.DAT".

       01 REG-FOR.
           02 NUM-FOR             PIC 9(05).
           02 NOME-FOR            PIC X(20).
           02 TURMA-FOR           PIC X(03).
           02 MEDIA-FOR           PIC 9(02)V99.

      *    BLOQUEIA-FOLHA-BMN = "SIM" PEDE QUE A FOLHA DO DIA NAO
      *    RODE SE HOUVER MUDANCA SEM TRANSACAO. AUSENTE, VAZIO OU COM
      *    QUALQUER OUTRO VALOR, A FOLHA SEGUE E SO O RELMNE SAI.
       FD CADBMN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBMN.DAT".

       01 REG-BMN.
           02 BLOQUEIA-FOLHA-BMN  PIC X(03).

      *    RELATORIO DAS MUDANCAS SEM TRANSACAO, EM IMAGEM DE
      *    IMPRESSAO, COM O RESUMO DE CADA MESTRE.
       FD RELMNE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMNE.DAT".

       01 LINHA-REL               PIC X(100).

      *    TOTAL DE CONTROLE DA EXECUCAO E O PEDIDO DE BLOQUEIO DA
      *    FOLHA LIDO PELO EX10.
       FD CTL70
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL70.DAT".

       01 REG-CTL70.
           02 QTD-MESTRES-CTL     PIC 9(07).
           02 QTD-DIFERENCAS-CTL  PIC 9(07).
           02 QTD-EXPLICADAS-CTL  PIC 9(07).
           02 QTD-SEM-TRANS-CTL   PIC 9(07).
           02 BLOQUEIO-CTL        PIC X(03).

       WORKING-STORAGE SECTION.
       77 FS-MESTRE               PIC X(02).
       77 FS-GERACAO              PIC X(02).
       77 FS-CADGER               PIC X(02).
       77 FS-RELMAN               PIC X(02).
       77 FS-RELMAL               PIC X(02).
       77 FS-LOGCUR               PIC X(02).
       77 FS-RELCOR               PIC X(02).
       77 FS-CADALUN              PIC X(02).
       77 FS-CADFOR               PIC X(02).
       77 FS-CADBMN               PIC X(02).
       77 FS-RELMNE               PIC X(02).
       77 FS-CTL70                PIC X(02).
       77 FIM-MESTRE              PIC X(03)   VALUE "NAO".
       77 FIM-GERACAO             PIC X(03)   VALUE "NAO".
       77 FIM-ARQ                 PIC X(03)   VALUE "NAO".
       77 WS-DATA-HOJE            PIC 9(08).
       77 WS-MESTRE-SIGLA         PIC X(03).
       77 WS-NOME-MESTRE          PIC X(12).
       77 WS-NOME-BACKUP          PIC X(30).
       77 WS-EXISTE               PIC S9(09) COMP-5.
       01 WS-INFO-ARQ             PIC X(18).
       77 BLOQUEIO-PEDIDO         PIC X(03)   VALUE "NAO".
       77 ERR-PROGRAMA            PIC X(08)   VALUE "EX70".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)   VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)   VALUE "NAO".

      *    GERACOES DO CATALOGO, EM ORDEM CRONOLOGICA, E A ESCOLHIDA
      *    PARA O MESTRE EM CONFERENCIA.
       77 CONT-GER                PIC 9(03)   VALUE ZEROS.
       77 SUB-GER                 PIC 9(03)   VALUE ZEROS.
       77 LIMITE-GER-LOGADO       PIC X(03)   VALUE "NAO".
       77 WS-MESTRE-GER           PIC X(06).
       77 DATA-GERACAO            PIC 9(08)   VALUE ZEROS.
       77 ACHOU-GER               PIC X(03)   VALUE "NAO".
       01 TAB-GERACOES.
           02 GER-ITEM OCCURS 300 TIMES.
              03 MESTRE-GER-TAB    PIC X(06).
              03 DATA-GER-TAB      PIC 9(08).

      *    IMAGENS DA GERACAO EM MEMORIA, PROCURADAS PELO CODIGO DE 5
      *    DIGITOS QUE ABRE TODO REGISTRO DE MESTRE DA SUITE.
       77 CONT-IMAGENS            PIC 9(04)   VALUE ZEROS.
       77 SUB-IMG                 PIC 9(04)   VALUE ZEROS.
       77 ACHOU-IMG               PIC X(03)   VALUE "NAO".
       77 LIMITE-IMG-LOGADO       PIC X(03)   VALUE "NAO".
       01 TAB-IMAGENS.
           02 IMG-ITEM OCCURS 1000 TIMES.
              03 COD-IMG           PIC X(05).
              03 IMAGEM-IMG        PIC X(100).
              03 VISTO-IMG         PIC X(03).

      *    TRANSACOES QUE PODEM EXPLICAR UMA MUDANCA: O MESTRE (FUN OU
      *    ALU), O CODIGO, O TIPO ("INC" INCLUSAO, "ALT" ALTERACAO,
      *    "EXC" EXCLUSAO), A DATA (ZEROS QUANDO A ORIGEM NAO TEM
      *    DATA) E A IMAGEM DO REGISTRO DEPOIS DA TRANSACAO, NO LAYOUT
      *    DO MESTRE. OS CAMPOS QUE A TRANSACAO NAO TOCA FICAM EM
      *    LOW-VALUES, QUE NUNCA CONFEREM COM UM CAMPO DO MESTRE.
       77 CONT-TRN                PIC 9(04)   VALUE ZEROS.
       77 SUB-TRN                 PIC 9(04)   VALUE ZEROS.
       77 ACHOU-TRN               PIC X(03)   VALUE "NAO".
       77 LIMITE-TRN-LOGADO       PIC X(03)   VALUE "NAO".
       77 TIPO-PROCURADO          PIC X(03).
       77 COD-PROCURADO           PIC X(05).
       01 TAB-TRANSACOES.
           02 TRN-ITEM OCCURS 3000 TIMES.
              03 MESTRE-TRN        PIC X(03).
              03 COD-TRN           PIC X(05).
              03 TIPO-TRN          PIC X(03).
              03 DATA-TRN          PIC 9(08).
              03 IMAGEM-TRN        PIC X(100).
      *    TRANSACAO EM MONTAGEM, ANTES DE ENTRAR NA TABELA.
       77 NOVO-MESTRE             PIC X(03).
       77 NOVO-TIPO               PIC X(03).
       77 NOVO-DATA               PIC 9(08).
       01 NOVA-IMAGEM             PIC X(100).
       01 NOVA-IMAGEM-FUN REDEFINES NOVA-IMAGEM.
           02 COD-IFU             PIC 9(05).
           02 NOME-IFU            PIC X(20).
           02 SAL-IFU             PIC 9(07)V99.
           02 SAL-IFU-X REDEFINES SAL-IFU
                                  PIC X(09).
           02 DEP-IFU             PIC X(05).
           02 BANCO-IFU           PIC 9(03).
           02 AGENCIA-IFU         PIC 9(04).
           02 CONTA-IFU           PIC 9(10).
           02 DT-ADM-IFU          PIC 9(08).
           02 DT-DES-IFU          PIC 9(08).
           02 NIVEL-IFU           PIC X(03).
           02 FILLER              PIC X(25).
       01 NOVA-IMAGEM-ALU REDEFINES NOVA-IMAGEM.
           02 COD-IAL             PIC 9(05).
           02 NOME-IAL            PIC X(20).
           02 SEXO-IAL            PIC X(01).
           02 DATA-IAL            PIC 9(08).
           02 DATA-IAL-X REDEFINES DATA-IAL
                                  PIC X(08).
           02 NOTA-IAL OCCURS 4 TIMES
                                  PIC 9(02)V99.
           02 TURMA-IAL           PIC X(03).
           02 FILLER              PIC X(47).

      *    CAMPO EM COMPARACAO: NOME, POSICAO INICIAL E TAMANHO NA
      *    IMAGEM DO REGISTRO.
       77 CAMPO-NOME              PIC X(12).
       77 CAMPO-INI               PIC 9(03).
       77 CAMPO-TAM               PIC 9(03).
      *    CONTAGENS DO MESTRE EM CONFERENCIA E DA EXECUCAO.
       77 CONT-DIF-MESTRE         PIC 9(07)   VALUE ZEROS.
       77 CONT-EXP-MESTRE         PIC 9(07)   VALUE ZEROS.
       77 CONT-SEM-MESTRE         PIC 9(07)   VALUE ZEROS.
       77 CONT-MESTRES            PIC 9(07)   VALUE ZEROS.
       77 CONT-DIFERENCAS         PIC 9(07)   VALUE ZEROS.
       77 CONT-EXPLICADAS         PIC 9(07)   VALUE ZEROS.
       77 CONT-SEM-TRANS          PIC 9(07)   VALUE ZEROS.

       01 LIN-TRACO.
           02 FILLER              PIC X(100)  VALUE ALL "-".

       01 LIN-CAB1.
           02 FILLER              PIC X(25)
              VALUE "MUDANCAS NOS MESTRES SEM ".
           02 FILLER              PIC X(26)
              VALUE "TRANSACAO QUE AS EXPLIQUE".
           02 FILLER              PIC X(08)   VALUE " - DATA ".
           02 DATA-CAB            PIC 9(08).

       01 LIN-CAB2.
           02 FILLER              PIC X(40)
              VALUE "MESTRE CODIGO ACAO      CAMPO        VAL".
           02 FILLER              PIC X(40)
              VALUE "OR ANTIGO                    VALOR NOVO".

       01 LIN-DET.
           02 MESTRE-DET          PIC X(06).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 COD-DET             PIC X(05).
           02 FILLER              PIC X(02)   VALUE SPACES.
           02 ACAO-DET            PIC X(09).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 CAMPO-DET           PIC X(12).
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 ANTIGO-DET          PIC X(30).
           02 FILLER              PIC X(04)   VALUE " -> ".
           02 NOVO-DET            PIC X(29).

       01 LIN-MESTRE.
           02 NOME-MESTRE-IMP     PIC X(12).
           02 FILLER              PIC X(07)   VALUE " CONTRA".
           02 FILLER              PIC X(01)   VALUE SPACE.
           02 NOME-BACKUP-IMP     PIC X(30).
           02 TEXTO-MESTRE-IMP    PIC X(50).

       01 LIN-RES.
           02 FILLER              PIC X(03)   VALUE SPACES.
           02 FILLER              PIC X(13)   VALUE "DIFERENCAS : ".
           02 DIF-RES             PIC ZZZ.ZZ9.
           02 FILLER              PIC X(16)   VALUE "   EXPLICADAS : ".
           02 EXP-RES             PIC ZZZ.ZZ9.
           02 FILLER              PIC X(19)
              VALUE "   SEM TRANSACAO : ".
           02 SEM-RES             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
           PERFORM CARREGA-GERACOES
           PERFORM CARREGA-TRANSACOES
           MOVE "FUN" TO WS-MESTRE-SIGLA
           PERFORM CONFERE-MESTRE
           MOVE "ENT" TO WS-MESTRE-SIGLA
           PERFORM CONFERE-MESTRE
           MOVE "ALU" TO WS-MESTRE-SIGLA
           PERFORM CONFERE-MESTRE
           PERFORM GRAVA-TOTAL
       END-IF.
       PERFORM TERMINO.
       GOBACK.

      *    A GERACAO DO DIA E A QUE O EX25 ACABOU DE GRAVAR PELA DATA
      *    DO SISTEMA; A ANTERIOR E A ULTIMA ANTES DELA.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-OPCAO-BLOQUEIO.
           OPEN OUTPUT RELMNE
               OUTPUT CTL70.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               MOVE WS-DATA-HOJE TO DATA-CAB
               MOVE LIN-CAB1 TO LINHA-REL
               WRITE LINHA-REL
               MOVE LIN-TRACO TO LINHA-REL
               WRITE LINHA-REL
               MOVE LIN-CAB2 TO LINHA-REL
               WRITE LINHA-REL
               MOVE LIN-TRACO TO LINHA-REL
               WRITE LINHA-REL.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-RELMNE NOT EQUAL "00"
               MOVE "RELMNE.DAT" TO ERR-ARQUIVO
               MOVE FS-RELMNE    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL70 NOT EQUAL "00"
               MOVE "CTL70.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL70     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       LE-OPCAO-BLOQUEIO.
           MOVE "NAO" TO BLOQUEIO-PEDIDO.
           OPEN INPUT CADBMN.
           IF FS-CADBMN EQUAL "00"
               READ CADBMN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLOQUEIA-FOLHA-BMN EQUAL "SIM"
                           MOVE "SIM" TO BLOQUEIO-PEDIDO
                       END-IF
               END-READ
               CLOSE CADBMN.

      *    O CATALOGO DO EX25 E CRONOLOGICO. SEM ELE NENHUM MESTRE TEM
      *    GERACAO ANTERIOR E NADA E CONFERIDO.
       CARREGA-GERACOES.
           MOVE ZEROS TO CONT-GER.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADGER.
           IF FS-CADGER EQUAL "00"
               PERFORM LE-CADGER
               PERFORM GUARDA-GERACAO
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADGER.

       LE-CADGER.
           READ CADGER
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-GERACAO.
           IF CONT-GER LESS 300
               ADD 1 TO CONT-GER
               MOVE MESTRE-GER TO MESTRE-GER-TAB (CONT-GER)
               MOVE DATA-GER   TO DATA-GER-TAB (CONT-GER)
           ELSE
               IF LIMITE-GER-LOGADO EQUAL "NAO"
                   MOVE "CADGER.DAT" TO ERR-ARQUIVO
                   MOVE "99"         TO ERR-STATUS
                   MOVE "LIMITE"     TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"   TO ERR-OPERACAO
                   MOVE "SIM"        TO LIMITE-GER-LOGADO
               END-IF
           END-IF.
           PERFORM LE-CADGER.

      *    CARREGA AS TRANSACOES DE TODAS AS ORIGENS. ARQUIVO AUSENTE
      *    SO QUER DIZER QUE AQUELA ORIGEM NAO TEM O QUE EXPLICAR.
       CARREGA-TRANSACOES.
           MOVE ZEROS TO CONT-TRN.
           PERFORM CARREGA-RELMAN.
           PERFORM CARREGA-RELMAL.
           PERFORM CARREGA-LOGCUR.
           PERFORM CARREGA-RELCOR.
           PERFORM CARREGA-CADALUN.
           PERFORM CARREGA-CADFOR.

      *    MANUTENCAO DO CADFUN: INCLUSAO, ALTERACAO E APROVACAO DE
      *    DADOS BANCARIOS TRAZEM A IMAGEM "DEPOIS"; EXCLUSAO SO O
      *    CODIGO. LINHAS REJEITADAS OU RECUSADAS NAO MUDARAM NADA.
       CARREGA-RELMAN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELMAN.
           IF FS-RELMAN EQUAL "00"
               PERFORM LE-RELMAN
               PERFORM GUARDA-RELMAN
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE RELMAN.

       LE-RELMAN.
           READ RELMAN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-RELMAN.
           MOVE "FUN"     TO NOVO-MESTRE.
           MOVE ZEROS     TO NOVO-DATA.
           MOVE LOW-VALUES TO NOVA-IMAGEM.
           MOVE COD-MAN   TO COD-IFU.
           EVALUATE ACAO-MAN
               WHEN "INCLUIDO"
                   MOVE "INC" TO NOVO-TIPO
                   PERFORM MONTA-IMAGEM-RELMAN
                   PERFORM INCLUI-TRANSACAO
               WHEN "ALTERADO"
               WHEN "APROVADO"
                   MOVE "ALT" TO NOVO-TIPO
                   PERFORM MONTA-IMAGEM-RELMAN
                   PERFORM INCLUI-TRANSACAO
               WHEN "EXCLUIDO"
                   MOVE "EXC" TO NOVO-TIPO
                   PERFORM INCLUI-TRANSACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LE-RELMAN.

       MONTA-IMAGEM-RELMAN.
           MOVE NOME-NOV-MAN    TO NOME-IFU.
           MOVE SAL-NOV-MAN     TO SAL-IFU.
           MOVE DEP-NOV-MAN     TO DEP-IFU.
           MOVE BANCO-NOV-MAN   TO BANCO-IFU.
           MOVE AGENCIA-NOV-MAN TO AGENCIA-IFU.
           MOVE CONTA-NOV-MAN   TO CONTA-IFU.
           MOVE DT-ADM-NOV-MAN  TO DT-ADM-IFU.
           MOVE DT-DES-NOV-MAN  TO DT-DES-IFU.
           MOVE NIVEL-NOV-MAN   TO NIVEL-IFU.

      *    MANUTENCAO DO CADALU: AS NOTAS NAO PASSAM PELO EX48 E
      *    FICAM FORA DA IMAGEM.
       CARREGA-RELMAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELMAL.
           IF FS-RELMAL EQUAL "00"
               PERFORM LE-RELMAL
               PERFORM GUARDA-RELMAL
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE RELMAL.

       LE-RELMAL.
           READ RELMAL
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-RELMAL.
           MOVE "ALU"     TO NOVO-MESTRE.
           MOVE ZEROS     TO NOVO-DATA.
           MOVE LOW-VALUES TO NOVA-IMAGEM.
           MOVE NUM-MAL   TO COD-IAL.
           EVALUATE ACAO-MAL
               WHEN "INCLUIDO"
                   MOVE "INC" TO NOVO-TIPO
                   PERFORM MONTA-IMAGEM-RELMAL
                   PERFORM INCLUI-TRANSACAO
               WHEN "ALTERADO"
               WHEN "TRANSFERIDO"
                   MOVE "ALT" TO NOVO-TIPO
                   PERFORM MONTA-IMAGEM-RELMAL
                   PERFORM INCLUI-TRANSACAO
               WHEN "EXCLUIDO"
                   MOVE "EXC" TO NOVO-TIPO
                   PERFORM INCLUI-TRANSACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LE-RELMAL.

       MONTA-IMAGEM-RELMAL.
           MOVE NOME-NOV-MAL    TO NOME-IAL.
           MOVE SEXO-NOV-MAL    TO SEXO-IAL.
           MOVE DATA-NOV-MAL    TO DATA-IAL.
           MOVE TURMA-NOV-MAL   TO TURMA-IAL.

      *    CURAS DO EX28 GRAVADAS DESDE A GERACAO: "INV" VIROU
      *    TRANSACAO DE SALARIO DO CADFUN, "DAT" E A DATA DE
      *    NASCIMENTO CORRIGIDA DO ALUNO. RECUSADAS NAO CONTAM.
       CARREGA-LOGCUR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT LOGCUR.
           IF FS-LOGCUR EQUAL "00"
               PERFORM LE-LOGCUR
               PERFORM GUARDA-LOGCUR
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE LOGCUR.

       LE-LOGCUR.
           READ LOGCUR
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-LOGCUR.
           IF RESULTADO-LOG EQUAL "CURADO"
               MOVE "ALT"      TO NOVO-TIPO
               MOVE DATA-LOG   TO NOVO-DATA
               MOVE LOW-VALUES TO NOVA-IMAGEM
               EVALUATE ORIGEM-LOG
                   WHEN "INV"
                       MOVE "FUN" TO NOVO-MESTRE
                       MOVE CODIGO-LOG TO COD-IFU
                       MOVE VALOR-NOVO-LOG TO SAL-IFU-X
                       PERFORM INCLUI-TRANSACAO
                   WHEN "DAT"
                       MOVE "ALU" TO NOVO-MESTRE
                       MOVE CODIGO-LOG TO COD-IAL
                       MOVE VALOR-NOVO-LOG (1:8) TO DATA-IAL-X
                       PERFORM INCLUI-TRANSACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LE-LOGCUR.

      *    CORRECOES DE NOTA APLICADAS PELO EX39.
       CARREGA-RELCOR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RELCOR.
           IF FS-RELCOR EQUAL "00"
               PERFORM LE-RELCOR
               PERFORM GUARDA-RELCOR
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE RELCOR.

       LE-RELCOR.
           READ RELCOR
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-RELCOR.
           IF ACAO-COR EQUAL "APLICADO"
              AND NUM-NOTA-COR NOT LESS 1
              AND NUM-NOTA-COR NOT GREATER 4
               MOVE "ALU"      TO NOVO-MESTRE
               MOVE "ALT"      TO NOVO-TIPO
               MOVE ZEROS      TO NOVO-DATA
               MOVE LOW-VALUES TO NOVA-IMAGEM
               MOVE MAT-COR    TO COD-IAL
               MOVE NOTA-NOV-COR TO NOTA-IAL (NUM-NOTA-COR)
               PERFORM INCLUI-TRANSACAO.
           PERFORM LE-RELCOR.

      *    VIRADA DE ANO LETIVO: O CADALUN E O CADASTRO INTEIRO DO
      *    PERIODO SEGUINTE (TURMA NOVA E NOTAS ZERADAS), O CADFOR
      *    SAO OS FORMADOS QUE SAIRAM DELE.
       CARREGA-CADALUN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALUN.
           IF FS-CADALUN EQUAL "00"
               PERFORM LE-CADALUN
               PERFORM GUARDA-CADALUN
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALUN.

       LE-CADALUN.
           READ CADALUN
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-CADALUN.
           MOVE "ALU"      TO NOVO-MESTRE.
           MOVE "ALT"      TO NOVO-TIPO.
           MOVE ZEROS      TO NOVO-DATA.
           MOVE LOW-VALUES TO NOVA-IMAGEM.
           MOVE REG-ALN    TO NOVA-IMAGEM (1:53).
           PERFORM INCLUI-TRANSACAO.
           PERFORM LE-CADALUN.

       CARREGA-CADFOR.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADFOR.
           IF FS-CADFOR EQUAL "00"
               PERFORM LE-CADFOR
               PERFORM GUARDA-CADFOR
                   UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADFOR.

       LE-CADFOR.
           READ CADFOR
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.

       GUARDA-CADFOR.
           MOVE "ALU"      TO NOVO-MESTRE.
           MOVE "EXC"      TO NOVO-TIPO.
           MOVE ZEROS      TO NOVO-DATA.
           MOVE LOW-VALUES TO NOVA-IMAGEM.
           MOVE NUM-FOR    TO COD-IAL.
           PERFORM INCLUI-TRANSACAO.
           PERFORM LE-CADFOR.

      *    TABELA CHEIA: AS TRANSACOES QUE SOBRAM FICAM DE FORA E AS
      *    MUDANCAS QUE ELAS EXPLICARIAM SAEM COMO SEM TRANSACAO - O
      *    ERRO FICA DO LADO DE OLHAR A MAIS, NUNCA DE DEIXAR PASSAR.
       INCLUI-TRANSACAO.
           IF CONT-TRN LESS 3000
               ADD 1 TO CONT-TRN
               MOVE NOVO-MESTRE TO MESTRE-TRN (CONT-TRN)
               MOVE NOVA-IMAGEM (1:5) TO COD-TRN (CONT-TRN)
               MOVE NOVO-TIPO   TO TIPO-TRN (CONT-TRN)
               MOVE NOVO-DATA   TO DATA-TRN (CONT-TRN)
               MOVE NOVA-IMAGEM TO IMAGEM-TRN (CONT-TRN)
           ELSE
               IF LIMITE-TRN-LOGADO EQUAL "NAO"
                   MOVE "TAB-TRANSAC" TO ERR-ARQUIVO
                   MOVE "99"          TO ERR-STATUS
                   MOVE "LIMITE"      TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"    TO ERR-OPERACAO
                   MOVE "SIM"         TO LIMITE-TRN-LOGADO
               END-IF
           END-IF.

      *    CONFERE UM MESTRE CONTRA A SUA GERACAO ANTERIOR. SEM
      *    GERACAO, SEM O MESTRE NO DISCO OU COM A GERACAO MAIOR QUE A
      *    TABELA, O MESTRE SO E ANOTADO NO RELATORIO.
       CONFERE-MESTRE.
           MOVE ZEROS TO CONT-DIF-MESTRE CONT-EXP-MESTRE
                         CONT-SEM-MESTRE.
           MOVE SPACES TO WS-NOME-MESTRE.
           STRING "CAD" DELIMITED BY SIZE
                  WS-MESTRE-SIGLA DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-MESTRE.
           PERFORM ESCOLHE-GERACAO.
           MOVE WS-NOME-MESTRE TO NOME-MESTRE-IMP.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-MESTRE
               WS-INFO-ARQ RETURNING WS-EXISTE.
           EVALUATE TRUE
               WHEN ACHOU-GER EQUAL "NAO"
                   MOVE "(NENHUMA)"     TO NOME-BACKUP-IMP
                   MOVE "SEM GERACAO ANTERIOR - NAO CONFERIDO"
                       TO TEXTO-MESTRE-IMP
                   MOVE LIN-MESTRE TO LINHA-REL
                   WRITE LINHA-REL
               WHEN WS-EXISTE NOT EQUAL ZEROS
                   MOVE WS-NOME-BACKUP TO NOME-BACKUP-IMP
                   MOVE "MESTRE AUSENTE - NAO CONFERIDO"
                       TO TEXTO-MESTRE-IMP
                   MOVE LIN-MESTRE TO LINHA-REL
                   WRITE LINHA-REL
               WHEN OTHER
                   MOVE WS-NOME-BACKUP TO NOME-BACKUP-IMP
                   PERFORM CARREGA-GERACAO
                   IF FIM-GERACAO EQUAL "ERR"
                       MOVE "GERACAO ILEGIVEL - NAO CONFERIDO"
                           TO TEXTO-MESTRE-IMP
                       MOVE LIN-MESTRE TO LINHA-REL
                       WRITE LINHA-REL
                   ELSE
                       MOVE SPACES TO TEXTO-MESTRE-IMP
                       MOVE LIN-MESTRE TO LINHA-REL
                       WRITE LINHA-REL
                       ADD 1 TO CONT-MESTRES
                       PERFORM COMPARA-MESTRE
                       PERFORM RELATA-EXCLUIDOS
                       PERFORM GRAVA-RESUMO-MESTRE
                   END-IF
           END-EVALUATE.

      *    A GERACAO ANTERIOR E A MAIS RECENTE DO CATALOGO PARA O
      *    MESTRE COM DATA ANTERIOR A HOJE E QUE AINDA ESTA NO DISCO
      *    (A RETENCAO DO EX25 PODE TER APAGADO UMA CATALOGADA).
       ESCOLHE-GERACAO.
           MOVE SPACES TO WS-MESTRE-GER.
           STRING "CAD" DELIMITED BY SIZE
                  WS-MESTRE-SIGLA DELIMITED BY SIZE
               INTO WS-MESTRE-GER.
           MOVE "NAO" TO ACHOU-GER.
           MOVE ZEROS TO DATA-GERACAO.
           MOVE SPACES TO WS-NOME-BACKUP.
           PERFORM VARIA-ESCOLHE-GERACAO
               VARYING SUB-GER FROM CONT-GER BY -1
               UNTIL SUB-GER LESS 1
                  OR ACHOU-GER EQUAL "SIM".

       VARIA-ESCOLHE-GERACAO.
           IF MESTRE-GER-TAB (SUB-GER) EQUAL WS-MESTRE-GER
              AND DATA-GER-TAB (SUB-GER) LESS WS-DATA-HOJE
               MOVE SPACES TO WS-NOME-BACKUP
               STRING "BKP" DELIMITED BY SIZE
                      WS-MESTRE-SIGLA DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      DATA-GER-TAB (SUB-GER) DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-NOME-BACKUP
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-BACKUP
                   WS-INFO-ARQ RETURNING WS-EXISTE
               IF WS-EXISTE EQUAL ZEROS
                   MOVE DATA-GER-TAB (SUB-GER) TO DATA-GERACAO
                   MOVE "SIM" TO ACHOU-GER
               END-IF
           END-IF.

      *    CARREGA AS IMAGENS DA GERACAO EM MEMORIA. TABELA CHEIA
      *    DEIXA O MESTRE SEM CONFERENCIA: UM DIFF PELA METADE
      *    APONTARIA EXCLUSOES QUE NAO EXISTEM.
       CARREGA-GERACAO.
           MOVE ZEROS TO CONT-IMAGENS.
           MOVE "NAO" TO FIM-GERACAO.
           OPEN INPUT GERACAO.
           IF FS-GERACAO NOT EQUAL "00"
               MOVE WS-NOME-BACKUP (1:12) TO ERR-ARQUIVO
               MOVE FS-GERACAO   TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ERR" TO FIM-GERACAO
           ELSE
               PERFORM LE-GERACAO
               PERFORM GUARDA-IMAGEM
                   UNTIL FIM-GERACAO EQUAL "SIM"
                      OR FIM-GERACAO EQUAL "ERR"
               CLOSE GERACAO
           END-IF.

       LE-GERACAO.
           READ GERACAO
               AT END
                   MOVE "SIM" TO FIM-GERACAO
           END-READ.

       GUARDA-IMAGEM.
           IF CONT-IMAGENS LESS 1000
               ADD 1 TO CONT-IMAGENS
               MOVE REG-GERACAO (1:5) TO COD-IMG (CONT-IMAGENS)
               MOVE REG-GERACAO       TO IMAGEM-IMG (CONT-IMAGENS)
               MOVE "NAO"             TO VISTO-IMG (CONT-IMAGENS)
           ELSE
               IF LIMITE-IMG-LOGADO EQUAL "NAO"
                   MOVE "TAB-IMAGENS" TO ERR-ARQUIVO
                   MOVE "99"          TO ERR-STATUS
                   MOVE "LIMITE"      TO ERR-OPERACAO
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "ABERTURA"    TO ERR-OPERACAO
                   MOVE "SIM"         TO LIMITE-IMG-LOGADO
               END-IF
               MOVE "ERR" TO FIM-GERACAO
           END-IF.
           IF FIM-GERACAO EQUAL "NAO"
               PERFORM LE-GERACAO.

       COMPARA-MESTRE.
           MOVE "NAO" TO FIM-MESTRE.
           OPEN INPUT MESTRE.
           IF FS-MESTRE NOT EQUAL "00"
               MOVE WS-NOME-MESTRE TO ERR-ARQUIVO
               MOVE FS-MESTRE      TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM LE-MESTRE
               PERFORM COMPARA-REGISTRO
                   UNTIL FIM-MESTRE EQUAL "SIM"
               CLOSE MESTRE
           END-IF.

       LE-MESTRE.
           READ MESTRE
               AT END
                   MOVE "SIM" TO FIM-MESTRE
           END-READ.

      *    PROCURA O CODIGO DO MESTRE NAS IMAGENS DA GERACAO: AUSENTE
      *    E INCLUSAO; PRESENTE E DIFERENTE E ALTERACAO, ABERTA CAMPO
      *    A CAMPO CONFORME O LAYOUT DA SIGLA.
       COMPARA-REGISTRO.
           MOVE "NAO" TO ACHOU-IMG.
           PERFORM VARIA-PROCURA-IMG
               VARYING SUB-IMG FROM 1 BY 1
               UNTIL SUB-IMG GREATER CONT-IMAGENS
                  OR ACHOU-IMG EQUAL "SIM".
           IF ACHOU-IMG EQUAL "SIM"
               SUBTRACT 1 FROM SUB-IMG
               MOVE "SIM" TO VISTO-IMG (SUB-IMG)
               IF IMAGEM-IMG (SUB-IMG) NOT EQUAL REG-MESTRE
                   PERFORM COMPARA-CAMPOS
               END-IF
           ELSE
               ADD 1 TO CONT-DIF-MESTRE
               MOVE REG-MESTRE (1:5) TO COD-PROCURADO
               MOVE "INC" TO TIPO-PROCURADO
               PERFORM PROCURA-MOVIMENTO
               IF ACHOU-TRN EQUAL "SIM"
                   ADD 1 TO CONT-EXP-MESTRE
               ELSE
                   ADD 1 TO CONT-SEM-MESTRE
                   MOVE "INCLUIDO" TO ACAO-DET
                   MOVE "REGISTRO" TO CAMPO-DET
                   MOVE SPACES     TO ANTIGO-DET
                   MOVE REG-MESTRE (6:29) TO NOVO-DET
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.
           PERFORM LE-MESTRE.

       VARIA-PROCURA-IMG.
           IF COD-IMG (SUB-IMG) EQUAL REG-MESTRE (1:5)
               MOVE "SIM" TO ACHOU-IMG.

      *    FATIA O REGISTRO CONFORME O LAYOUT DO MESTRE E CONFERE CADA
      *    CAMPO; AS POSICOES SAO AS MESMAS DO EX45, COM O NIVEL DO
      *    CADFUN E AS QUATRO NOTAS DO CADALU EM SEPARADO.
       COMPARA-CAMPOS.
           EVALUATE WS-MESTRE-SIGLA
               WHEN "ALU"
                   MOVE "NOME"       TO CAMPO-NOME
                   MOVE 6  TO CAMPO-INI
                   MOVE 20 TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "SEXO"       TO CAMPO-NOME
                   MOVE 26 TO CAMPO-INI
                   MOVE 1  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "NASCIMENTO"  TO CAMPO-NOME
                   MOVE 27 TO CAMPO-INI
                   MOVE 8  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "NOTA1"      TO CAMPO-NOME
                   MOVE 35 TO CAMPO-INI
                   MOVE 4  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "NOTA2"      TO CAMPO-NOME
                   MOVE 39 TO CAMPO-INI
                   PERFORM CONFERE-CAMPO
                   MOVE "NOTA3"      TO CAMPO-NOME
                   MOVE 43 TO CAMPO-INI
                   PERFORM CONFERE-CAMPO
                   MOVE "NOTA4"      TO CAMPO-NOME
                   MOVE 47 TO CAMPO-INI
                   PERFORM CONFERE-CAMPO
                   MOVE "TURMA"      TO CAMPO-NOME
                   MOVE 51 TO CAMPO-INI
                   MOVE 3  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
               WHEN "ENT"
                   MOVE "NOME"       TO CAMPO-NOME
                   MOVE 6  TO CAMPO-INI
                   MOVE 30 TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "SALARIO"    TO CAMPO-NOME
                   MOVE 36 TO CAMPO-INI
                   MOVE 9  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
               WHEN "FUN"
                   MOVE "NOME"       TO CAMPO-NOME
                   MOVE 6  TO CAMPO-INI
                   MOVE 20 TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "SALARIO"    TO CAMPO-NOME
                   MOVE 26 TO CAMPO-INI
                   MOVE 9  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "DEPARTAMENTO" TO CAMPO-NOME
                   MOVE 35 TO CAMPO-INI
                   MOVE 5  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "BANCO"      TO CAMPO-NOME
                   MOVE 40 TO CAMPO-INI
                   MOVE 3  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "AGENCIA"    TO CAMPO-NOME
                   MOVE 43 TO CAMPO-INI
                   MOVE 4  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "CONTA"      TO CAMPO-NOME
                   MOVE 47 TO CAMPO-INI
                   MOVE 10 TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "ADMISSAO"   TO CAMPO-NOME
                   MOVE 57 TO CAMPO-INI
                   MOVE 8  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "DESLIGAMENTO" TO CAMPO-NOME
                   MOVE 65 TO CAMPO-INI
                   MOVE 8  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
                   MOVE "NIVEL"      TO CAMPO-NOME
                   MOVE 73 TO CAMPO-INI
                   MOVE 3  TO CAMPO-TAM
                   PERFORM CONFERE-CAMPO
           END-EVALUATE.

      *    CAMPO DIFERENTE DA GERACAO: PROCURA A TRANSACAO QUE DEIXOU
      *    NELE O VALOR ATUAL; SEM ELA O CAMPO VAI PARA O RELATORIO.
       CONFERE-CAMPO.
           IF IMAGEM-IMG (SUB-IMG) (CAMPO-INI:CAMPO-TAM)
              NOT EQUAL REG-MESTRE (CAMPO-INI:CAMPO-TAM)
               ADD 1 TO CONT-DIF-MESTRE
               PERFORM PROCURA-EXPLICACAO
               IF ACHOU-TRN EQUAL "SIM"
                   ADD 1 TO CONT-EXP-MESTRE
               ELSE
                   ADD 1 TO CONT-SEM-MESTRE
                   MOVE "ALTERADO" TO ACAO-DET
                   MOVE CAMPO-NOME TO CAMPO-DET
                   MOVE SPACES TO ANTIGO-DET NOVO-DET
                   MOVE IMAGEM-IMG (SUB-IMG) (CAMPO-INI:CAMPO-TAM)
                       TO ANTIGO-DET
                   MOVE REG-MESTRE (CAMPO-INI:CAMPO-TAM) TO NOVO-DET
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

      *    UMA INCLUSAO OU ALTERACAO DO MESMO CODIGO NESTE MESTRE, NA
      *    JANELA DA GERACAO, COM O CAMPO IGUAL AO DO MESTRE ATUAL.
       PROCURA-EXPLICACAO.
           MOVE "NAO" TO ACHOU-TRN.
           PERFORM VARIA-PROCURA-EXPLICACAO
               VARYING SUB-TRN FROM 1 BY 1
               UNTIL SUB-TRN GREATER CONT-TRN
                  OR ACHOU-TRN EQUAL "SIM".

       VARIA-PROCURA-EXPLICACAO.
           IF MESTRE-TRN (SUB-TRN) EQUAL WS-MESTRE-SIGLA
              AND COD-TRN (SUB-TRN) EQUAL REG-MESTRE (1:5)
              AND TIPO-TRN (SUB-TRN) NOT EQUAL "EXC"
              AND (DATA-TRN (SUB-TRN) EQUAL ZEROS
                OR DATA-TRN (SUB-TRN) NOT LESS DATA-GERACAO)
              AND IMAGEM-TRN (SUB-TRN) (CAMPO-INI:CAMPO-TAM)
                  EQUAL REG-MESTRE (CAMPO-INI:CAMPO-TAM)
               MOVE "SIM" TO ACHOU-TRN.

      *    UMA TRANSACAO DO TIPO PROCURADO (INCLUSAO OU EXCLUSAO) PARA
      *    O CODIGO NESTE MESTRE.
       PROCURA-MOVIMENTO.
           MOVE "NAO" TO ACHOU-TRN.
           PERFORM VARIA-PROCURA-MOVIMENTO
               VARYING SUB-TRN FROM 1 BY 1
               UNTIL SUB-TRN GREATER CONT-TRN
                  OR ACHOU-TRN EQUAL "SIM".

       VARIA-PROCURA-MOVIMENTO.
           IF MESTRE-TRN (SUB-TRN) EQUAL WS-MESTRE-SIGLA
              AND COD-TRN (SUB-TRN) EQUAL COD-PROCURADO
              AND TIPO-TRN (SUB-TRN) EQUAL TIPO-PROCURADO
               MOVE "SIM" TO ACHOU-TRN.

      *    AS IMAGENS DA GERACAO QUE NAO APARECERAM NO MESTRE ATUAL
      *    SAO OS CODIGOS EXCLUIDOS DESDE A GERACAO.
       RELATA-EXCLUIDOS.
           PERFORM VARIA-RELATA-EXCLUIDO
               VARYING SUB-IMG FROM 1 BY 1
               UNTIL SUB-IMG GREATER CONT-IMAGENS.

       VARIA-RELATA-EXCLUIDO.
           IF VISTO-IMG (SUB-IMG) EQUAL "NAO"
               ADD 1 TO CONT-DIF-MESTRE
               MOVE COD-IMG (SUB-IMG) TO COD-PROCURADO
               MOVE "EXC" TO TIPO-PROCURADO
               PERFORM PROCURA-MOVIMENTO
               IF ACHOU-TRN EQUAL "SIM"
                   ADD 1 TO CONT-EXP-MESTRE
               ELSE
                   ADD 1 TO CONT-SEM-MESTRE
                   MOVE "EXCLUIDO" TO ACAO-DET
                   MOVE "REGISTRO" TO CAMPO-DET
                   MOVE IMAGEM-IMG (SUB-IMG) (6:30) TO ANTIGO-DET
                   MOVE SPACES     TO NOVO-DET
                   MOVE COD-IMG (SUB-IMG) TO COD-PROCURADO
                   PERFORM GRAVA-DETALHE
               END-IF
           END-IF.

       GRAVA-DETALHE.
           MOVE WS-NOME-MESTRE (1:6) TO MESTRE-DET.
           IF ACAO-DET EQUAL "EXCLUIDO"
               MOVE COD-PROCURADO TO COD-DET
           ELSE
               MOVE REG-MESTRE (1:5) TO COD-DET.
           MOVE LIN-DET TO LINHA-REL
           WRITE LINHA-REL.

      *    RESUMO DO MESTRE. COM ALGUMA MUDANCA SEM TRANSACAO, O
      *    MESTRE GERA UMA OCORRENCIA "91" EM ERRLOG (UMA POR MESTRE,
      *    OS DETALHES FICAM NO RELMNE).
       GRAVA-RESUMO-MESTRE.
           MOVE CONT-DIF-MESTRE TO DIF-RES.
           MOVE CONT-EXP-MESTRE TO EXP-RES.
           MOVE CONT-SEM-MESTRE TO SEM-RES.
           MOVE LIN-RES TO LINHA-REL
           WRITE LINHA-REL.
           MOVE LIN-TRACO TO LINHA-REL
           WRITE LINHA-REL.
           ADD CONT-DIF-MESTRE TO CONT-DIFERENCAS.
           ADD CONT-EXP-MESTRE TO CONT-EXPLICADAS.
           ADD CONT-SEM-MESTRE TO CONT-SEM-TRANS.
           IF CONT-SEM-MESTRE GREATER ZEROS
               MOVE WS-NOME-MESTRE TO ERR-ARQUIVO
               MOVE "91"           TO ERR-STATUS
               MOVE "CONFERE"      TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"     TO ERR-OPERACAO.

       GRAVA-TOTAL.
           MOVE "TOTAL GERAL" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE CONT-DIFERENCAS TO DIF-RES.
           MOVE CONT-EXPLICADAS TO EXP-RES.
           MOVE CONT-SEM-TRANS  TO SEM-RES.
           MOVE LIN-RES TO LINHA-REL
           WRITE LINHA-REL.
           IF CONT-SEM-TRANS GREATER ZEROS
              AND BLOQUEIO-PEDIDO EQUAL "SIM"
               MOVE "FOLHA DO DIA BLOQUEADA (OPCAO DO CADBMN)"
                   TO LINHA-REL
               WRITE LINHA-REL.

      *    O BLOQUEIO SO E PEDIDO AO EX10 COM MUDANCA SEM TRANSACAO E
      *    A OPCAO LIGADA; NUMA EXECUCAO ABORTADA O CTL70 FICA VAZIO E
      *    A FOLHA NAO E BLOQUEADA POR FALTA DE CONFERENCIA.
       GERA-RELATORIO-CTL.
           MOVE CONT-MESTRES    TO QTD-MESTRES-CTL.
           MOVE CONT-DIFERENCAS TO QTD-DIFERENCAS-CTL.
           MOVE CONT-EXPLICADAS TO QTD-EXPLICADAS-CTL.
           MOVE CONT-SEM-TRANS  TO QTD-SEM-TRANS-CTL.
           IF CONT-SEM-TRANS GREATER ZEROS
              AND BLOQUEIO-PEDIDO EQUAL "SIM"
               MOVE "SIM" TO BLOQUEIO-CTL
           ELSE
               MOVE "NAO" TO BLOQUEIO-CTL.
           WRITE REG-CTL70.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           CLOSE RELMNE
                 CTL70.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO. MUDANCA
      *    SEM TRANSACAO SO REPROVA O PASSO (COMO O ORCAMENTO DO EX33)
      *    QUANDO O BLOQUEIO FOI PEDIDO; SEM A OPCAO O RETORNO E ZERO
      *    E O AVISO FICA NO RELMNE, NO ERRLOG E NO CTL70.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CONT-SEM-TRANS GREATER ZEROS
                  AND BLOQUEIO-PEDIDO EQUAL "SIM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF.
