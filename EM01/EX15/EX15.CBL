      *                     FORMA INDEPENDENTE), NA MESMA REGRA DO
      *                     SALARIO. A CRITICA DE CALENDARIO DAS DATAS
      *                     E DO VALIDADOR EX21.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL (CODIGO DO
      *                     CADNIV) NO FIM DO REGISTRO, PARA O CONTROLE
      *                     DE FAIXA DO EX64 E O TETO POR NIVEL DO
      *                     EX08. O MOVIMENTO, O CADASTRO ATUALIZADO E
      *                     AS IMAGENS DO RELMAN CARREGAM O CAMPO; NA
      *                     ALTERACAO, NIVEL EM BRANCO MANTEM O ATUAL.
      *                     COM O CADNIV PRESENTE, INCLUSAO OU
      *                     ALTERACAO COM NIVEL FORA DA TABELA E
      *                     REJEITADA NO RELMAN.
      *  15/10/2026 LLB     DUPLA APROVACAO DOS DADOS BANCARIOS: UMA
      *                     TROCA DE BANCO/AGENCIA/CONTA (NA ALTERACAO
      *                     OU NA INCLUSAO) NAO E MAIS APLICADA NA
      *                     HORA - FICA PENDENTE NO CADPBC COM O
      *                     OPERADOR SOLICITANTE (CAMPO NOVO NO FIM DO
      *                     CADMOV) E SO ENTRA NO CADASTRO COM A
      *                     TRANSACAO "P" DE UM OPERADOR DIFERENTE; A
      *                     TRANSACAO "R" RECUSA A PENDENCIA. AGENCIA E
      *                     CONTA TEM O DIGITO VERIFICADOR CONFERIDO
      *                     PELO METODO DO BANCO (TABELA CADDVB) E CADA
      *                     SOLICITACAO, APROVACAO, RECUSA E
      *                     CANCELAMENTO E GRAVADO NO LOGBCO COM O
      *                     OPERADOR, A DATA E A HORA. QUEM APROVA
      *                     PRECISA SER OPERADOR ATIVO E DESBLOQUEADO
      *                     DO CADOPR COM A FUNCAO "APRBCO" NO PERFIL
      *                     (CADPRF), E A APROVACAO QUE CHEGA NO MESMO
      *                     CADMOV DA SOLICITACAO E REJEITADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL15 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL15.
      *    TABELA DE NIVEIS SALARIAIS, OPCIONAL: SEM ELA O NIVEL DO
      *    MOVIMENTO PASSA SEM CONFERENCIA.
           SELECT CADNIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.
      *    PENDENCIAS DE DADOS BANCARIOS, ACUMULADO ENTRE EXECUCOES.
           SELECT CADPBC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPBC.
      *    TRILHA DE AUDITORIA DAS PENDENCIAS BANCARIAS, EM EXTEND.
           SELECT LOGBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOGBCO.
      *    METODO DE DIGITO VERIFICADOR POR BANCO, OPCIONAL.
           SELECT CADDVB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDVB.
      *    OPERADORES E PERFIS DO SUBPROGRAMA ACESSO, SO PARA
      *    CONFERIR QUEM APROVA A PENDENCIA BANCARIA.
           SELECT CADOPR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-OPR
           FILE STATUS IS FS-CADOPR.
           SELECT CADPRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADPRF.
           SELECT ARQSORT ASSIGN TO DISK.

       DATA DIVISION.
           02 CONTA-FUN           PIC 9(10).
           02 DT-ADMISSAO-FUN     PIC 9(08).
           02 DT-DESLIG-FUN       PIC 9(08).
           02 NIVEL-FUN           PIC X(03).

      *    ARQUIVO DE MOVIMENTOS: UMA TRANSACAO POR REGISTRO. TIPO-MOV
      *    "I" = INCLUSAO, "A" = ALTERACAO, "E" = EXCLUSAO. NA
      *    ALTERACAO, NOME EM BRANCO MANTEM O NOME ATUAL E SALARIO
      *    ZERADO MANTEM O SALARIO ATUAL, PARA QUE UMA TRANSACAO DE
      *    NOME NAO ZERE O SALARIO POR ACIDENTE. NA EXCLUSAO, NOME E
      *    SALARIO DO MOVIMENTO SAO IGNORADOS. "P" APROVA E "R" RECUSA
      *    A PENDENCIA BANCARIA DO CODIGO (SO O CODIGO E O OPERADOR
      *    CONTAM). OPERADOR-MOV IDENTIFICA QUEM DIGITOU A TRANSACAO.
       FD CADMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMOV.DAT".
           02 CONTA-MOV           PIC 9(10).
           02 DT-ADMISSAO-MOV     PIC 9(08).
           02 DT-DESLIG-MOV       PIC 9(08).
           02 NIVEL-MOV           PIC X(03).
           02 OPERADOR-MOV        PIC X(08).

      *    CADASTRO ATUALIZADO, NO MESMO LAYOUT DO CADFUN. O OPERADOR
      *    SUBSTITUI O CADFUN.DAT PELO CADNOV.DAT DEPOIS DE CONFERIR O
           02 CONTA-NOV           PIC 9(10).
           02 DT-ADMISSAO-NOV     PIC 9(08).
           02 DT-DESLIG-NOV       PIC 9(08).
           02 NIVEL-NOV           PIC X(03).

      *    RELATORIO DA ATUALIZACAO: UMA LINHA POR TRANSACAO, COM A
      *    ACAO APLICADA (OU O MOTIVO DA REJEICAO) E A IMAGEM DO
           02 CONTA-ANT-MAN       PIC 9(10).
           02 DT-ADM-ANT-MAN      PIC 9(08).
           02 DT-DES-ANT-MAN      PIC 9(08).
           02 NIVEL-ANT-MAN       PIC X(03).
           02 NOME-NOV-MAN        PIC X(20).
           02 SAL-NOV-MAN         PIC 9(07)V99.
           02 DEP-NOV-MAN         PIC X(05).
           02 CONTA-NOV-MAN       PIC 9(10).
           02 DT-ADM-NOV-MAN      PIC 9(08).
           02 DT-DES-NOV-MAN      PIC 9(08).
           02 NIVEL-NOV-MAN       PIC X(03).

      *    TOTAL DE CONTROLE DA EXECUCAO: QUANTOS REGISTROS DO MESTRE
      *    E DO MOVIMENTO FORAM LIDOS, QUANTAS TRANSACOES DE CADA ACAO
           02 QTD-EXCLUIDOS-CTL   PIC 9(07).
           02 QTD-REJEITADOS-CTL  PIC 9(07).
           02 QTD-GRAVADOS-CTL    PIC 9(07).
           02 QTD-APROVADOS-CTL   PIC 9(07).
           02 QTD-RECUSADOS-CTL   PIC 9(07).

      *    NIVEIS SALARIAIS: CODIGO, DESCRICAO E SALARIO MINIMO,
      *    MEDIO E MAXIMO DA FAIXA. AQUI SO O CODIGO INTERESSA.
       FD CADNIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNIV.DAT".

       01 REG-NIV.
           02 COD-NIV             PIC X(03).
           02 DESCR-NIV           PIC X(20).
           02 MIN-NIV             PIC 9(07)V99.
           02 MED-NIV             PIC 9(07)V99.
           02 MAX-NIV             PIC 9(07)V99.

      *    UMA PENDENCIA POR TROCA DE DADOS BANCARIOS SOLICITADA.
      *    SITUACAO "P" = PENDENTE, "A" = APROVADA, "R" = RECUSADA.
      *    FICA NO ARQUIVO A ULTIMA APROVADA DE CADA FUNCIONARIO (O
      *    EX36 CONFERE A DATA DELA) E A PENDENTE OU RECUSADA ATE A
      *    PROXIMA SOLICITACAO.
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

      *    UMA LINHA POR EVENTO: SOLICITADA, APROVADA, REJEITADA,
      *    CANCELADA (SUBSTITUIDA POR OUTRA SOLICITACAO OU FUNCIONARIO
      *    EXCLUIDO) OU RECUSADA (TRANSACAO INVALIDA, COM O MOTIVO).
       FD LOGBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGBCO.DAT".

       01 REG-LBC.
           02 DATA-LBC            PIC 9(08).
           02 HORA-LBC            PIC 9(06).
           02 OPERADOR-LBC        PIC X(08).
           02 COD-LBC             PIC 9(05).
           02 EVENTO-LBC          PIC X(10).
           02 BANCO-LBC           PIC 9(03).
           02 AGENCIA-LBC         PIC 9(04).
           02 CONTA-LBC           PIC 9(10).
           02 MOTIVO-LBC          PIC X(20).

      *    METODO "1" = MODULO 11 (PESOS 2 A 9) NA AGENCIA E NA CONTA,
      *    "2" = MODULO 10 (PESOS 2 E 1) SOBRE AGENCIA E CONTA JUNTAS,
      *    "0" = SEM CONFERENCIA. BANCO FORA DA TABELA USA O "1".
       FD CADDVB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDVB.DAT".

       01 REG-DVB.
           02 BANCO-DVB           PIC 9(03).
           02 METODO-DVB          PIC X(01).

      *    CADASTRO DE OPERADORES, NO LAYOUT DO ACESSO E DO EX69.
       FD CADOPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOPR.DAT".

       01 REG-OPR.
           02 ID-OPR              PIC X(08).
           02 NOME-OPR            PIC X(30).
           02 SENHA-OPR           PIC 9(09).
           02 PERFIL-OPR          PIC X(03).
           02 ATIVO-OPR           PIC X(01).
           02 FALHAS-OPR          PIC 9(02).
           02 BLOQUEADO-OPR       PIC X(01).
           02 DATA-SENHA-OPR      PIC 9(08).
           02 DATA-ACESSO-OPR     PIC 9(08).

       FD CADPRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRF.DAT".

       01 REG-PRF.
           02 PERFIL-PRF          PIC X(03).
           02 FUNCAO-PRF          PIC X(08).

       SD ARQSORT.

           02 CONTA-WRK           PIC 9(10).
           02 DT-ADMISSAO-WRK     PIC 9(08).
           02 DT-DESLIG-WRK       PIC 9(08).
           02 NIVEL-WRK           PIC X(03).
           02 OPERADOR-WRK        PIC X(08).

       WORKING-STORAGE SECTION.
       77 FIM-FUN                 PIC X(03)       VALUE "NAO".
       77 SALVO-CONTA             PIC 9(10)       VALUE ZEROS.
       77 SALVO-DT-ADM            PIC 9(08)       VALUE ZEROS.
       77 SALVO-DT-DES            PIC 9(08)       VALUE ZEROS.
       77 SALVO-NIVEL             PIC X(03)       VALUE SPACES.
       77 CONT-MESTRE             PIC 9(07)       VALUE ZEROS.
       77 CONT-MOVTOS             PIC 9(07)       VALUE ZEROS.
       77 CONT-INCLUIDOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-EXCLUIDOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-REJEITADOS         PIC 9(07)       VALUE ZEROS.
       77 CONT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 CONT-APROVADOS          PIC 9(07)       VALUE ZEROS.
       77 CONT-RECUSADOS          PIC 9(07)       VALUE ZEROS.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADMOV               PIC X(02).
       77 FS-CADNOV               PIC X(02).
       77 FS-RELMAN               PIC X(02).
       77 FS-CTL15                PIC X(02).
       77 FS-CADNIV               PIC X(02).
       77 FS-CADPBC               PIC X(02).
       77 FS-LOGBCO               PIC X(02).
       77 FS-CADDVB               PIC X(02).
       77 FS-CADOPR               PIC X(02).
       77 FS-CADPRF               PIC X(02).
      *    CODIGOS DO CADNIV, PARA A CONFERENCIA DO NIVEL INFORMADO
      *    NA INCLUSAO E NA ALTERACAO.
       77 CONT-NIVEIS             PIC 9(03)       VALUE ZEROS.
       77 SUB-NIVEL               PIC 9(03)       VALUE ZEROS.
       77 LIMITE-NIV-LOGADO       PIC X(03)       VALUE "NAO".
       77 NIVEL-VALIDO            PIC X(03)       VALUE "SIM".
       01 TAB-NIVEIS.
           02 COD-NIVEL OCCURS 100 TIMES PIC X(03).
      *    PENDENCIAS BANCARIAS EM MEMORIA; SITUACAO "X" MARCA A QUE
      *    SAI DO ARQUIVO NA REGRAVACAO.
       77 TEM-CADPBC              PIC X(03)       VALUE "NAO".
       77 CONT-PBC                PIC 9(03)       VALUE ZEROS.
       77 SUB-PBC                 PIC 9(03)       VALUE ZEROS.
       77 SUB-ACHADO              PIC 9(03)       VALUE ZEROS.
       77 ACHOU-PBC               PIC X(03)       VALUE "NAO".
       77 SITUACAO-PROC           PIC X(01).
      *    "SIM" NA PENDENCIA SOLICITADA NO CADMOV DESTA EXECUCAO, QUE
      *    NAO PODE SER APROVADA NELE MESMO.
       01 TAB-SOLIC-EXEC.
           02 SOLIC-NA-EXEC OCCURS 999 TIMES PIC X(03).
      *    PERFIS DO CADPRF COM A FUNCAO DE APROVACAO BANCARIA (OU
      *    "TODAS"). SEM O CADOPR OU SEM O CADPRF NINGUEM APROVA.
       77 TEM-CADOPR              PIC X(03)       VALUE "NAO".
       77 FIM-PRF                 PIC X(03)       VALUE "NAO".
       77 FUNCAO-APROVACAO        PIC X(08)       VALUE "APRBCO".
       77 CONT-PERFIS-APR         PIC 9(03)       VALUE ZEROS.
       77 SUB-PERFIL              PIC 9(03)       VALUE ZEROS.
       77 LIMITE-PRF-LOGADO       PIC X(03)       VALUE "NAO".
       77 APROVADOR-VALIDO        PIC X(03)       VALUE "NAO".
       01 TAB-PERFIS-APR.
           02 PERFIL-APR OCCURS 50 TIMES PIC X(03).
       01 TAB-PENDENCIAS.
           02 PENDENCIA-ITEM OCCURS 999 TIMES.
              03 COD-PEND         PIC 9(05).
              03 BANCO-PEND       PIC 9(03).
              03 AGENCIA-PEND     PIC 9(04).
              03 CONTA-PEND       PIC 9(10).
              03 OPER-SOL-PEND    PIC X(08).
              03 DATA-SOL-PEND    PIC 9(08).
              03 HORA-SOL-PEND    PIC 9(06).
              03 SITUACAO-PEND    PIC X(01).
              03 OPER-DEC-PEND    PIC X(08).
              03 DATA-DEC-PEND    PIC 9(08).
              03 HORA-DEC-PEND    PIC 9(06).
      *    "SIM" QUANDO O MOVIMENTO CORRENTE TRAZ DADOS BANCARIOS
      *    DIFERENTES DOS ATUAIS; MOTIVO-BCO FICA EM BRANCO QUANDO
      *    ELES PASSAM NA CONFERENCIA.
       77 TROCA-BANCO             PIC X(03)       VALUE "NAO".
       77 MOTIVO-BCO              PIC X(20).
      *    DATA E HORA DO SISTEMA PARA A TRILHA DO LOGBCO.
       77 DATA-SIS                PIC 9(08).
       01 HORA-SIS.
           02 HHMMSS-SIS          PIC 9(06).
           02 CC-SIS              PIC 9(02).
      *    METODOS DE DIGITO VERIFICADOR POR BANCO E AREA DE CALCULO:
      *    O NUMERO SEM O DIGITO FICA ALINHADO A DIREITA EM NUM-DV,
      *    COM QTD-DIG-DV ALGARISMOS SIGNIFICATIVOS.
       77 CONT-DVB                PIC 9(03)       VALUE ZEROS.
       77 SUB-DVB                 PIC 9(03)       VALUE ZEROS.
       77 LIMITE-DVB-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-METODOS-DV.
           02 METODO-ITEM OCCURS 100 TIMES.
              03 BANCO-METODO     PIC 9(03).
              03 COD-METODO       PIC X(01).
       77 METODO-DV               PIC X(01).
       01 NUM-DV                  PIC 9(13).
       01 NUM-DV-DESM REDEFINES NUM-DV.
           02 DIG-DV OCCURS 13 TIMES PIC 9(01).
       77 QTD-DIG-DV              PIC 9(02).
       77 LIM-DV                  PIC 9(02).
       77 SUB-DV                  PIC 9(02).
       77 PESO-DV                 PIC 9(02).
       77 PROD-DV                 PIC 9(03).
       77 SOMA-DV                 PIC 9(05).
       77 QUOC-DV                 PIC 9(13).
       77 RESTO-DV                PIC 9(02).
       77 DV-CALC                 PIC 9(02).
       77 DV-INF                  PIC 9(01).
       77 WS-NOME-MOV              PIC X(10)       VALUE "CADMOV.DAT".
       77 WS-EXISTE                PIC S9(09) COMP-5.
       01 WS-INFO-ARQ              PIC X(18).
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM LE-NIVEIS
               PERFORM LE-METODOS-DV
               PERFORM CARREGA-PENDENCIAS
               PERFORM LE-PERFIS-APROVACAO
               OPEN INPUT CADOPR
               IF FS-CADOPR EQUAL "00"
                   MOVE "SIM" TO TEM-CADOPR
               END-IF
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               OPEN INPUT CADFUN
                   OUTPUT CADNOV
                   OUTPUT RELMAN
                   OUTPUT CTL15
      *    A TRILHA E CRIADA NA PRIMEIRA EXECUCAO.
               OPEN EXTEND LOGBCO
               IF FS-LOGBCO NOT EQUAL "00"
                   OPEN OUTPUT LOGBCO
               END-IF
               PERFORM VERIFICA-ABERTURA
           END-IF.

               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-LOGBCO NOT EQUAL "00"
               MOVE "LOGBCO.DAT" TO ERR-ARQUIVO
               MOVE FS-LOGBCO    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    CARREGA OS CODIGOS DO CADNIV. O ARQUIVO E OPCIONAL: SEM
      *    ELE (OU VAZIO) A TABELA FICA VAZIA E O NIVEL DO MOVIMENTO
      *    NAO E CONFERIDO.
       LE-NIVEIS.
           MOVE ZEROS TO CONT-NIVEIS.
           OPEN INPUT CADNIV.
           IF FS-CADNIV EQUAL "00"
               PERFORM CARREGA-NIVEL
                   UNTIL FS-CADNIV NOT EQUAL "00"
               CLOSE CADNIV.

       CARREGA-NIVEL.
           READ CADNIV
               AT END
                   MOVE "10" TO FS-CADNIV
               NOT AT END
                   IF CONT-NIVEIS LESS 100
                       ADD 1 TO CONT-NIVEIS
                       MOVE COD-NIV TO COD-NIVEL (CONT-NIVEIS)
                   ELSE
                       IF LIMITE-NIV-LOGADO EQUAL "NAO"
                           MOVE "CADNIV.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-NIV-LOGADO
                       END-IF
                   END-IF
           END-READ.

      *    NIVEL EM BRANCO E SEMPRE ACEITO (NA INCLUSAO, FUNCIONARIO
      *    AINDA SEM NIVEL; NA ALTERACAO, MANTEM O ATUAL). INFORMADO,
      *    PRECISA EXISTIR NO CADNIV QUANDO A TABELA FOI CARREGADA.
       CONFERE-NIVEL-MOV.
           MOVE "SIM" TO NIVEL-VALIDO.
           IF NIVEL-WRK NOT EQUAL SPACES
              AND CONT-NIVEIS GREATER ZEROS
               MOVE "NAO" TO NIVEL-VALIDO
               PERFORM VARIA-PROCURA-NIVEL
                   VARYING SUB-NIVEL FROM 1 BY 1
                   UNTIL SUB-NIVEL GREATER CONT-NIVEIS
                      OR NIVEL-VALIDO EQUAL "SIM"
           END-IF.

       VARIA-PROCURA-NIVEL.
           IF COD-NIVEL (SUB-NIVEL) EQUAL NIVEL-WRK
               MOVE "SIM" TO NIVEL-VALIDO.

      *    CARREGA OS METODOS DE DIGITO VERIFICADOR DO CADDVB, NO MESMO
      *    MOLDE DO LE-NIVEIS: SEM O ARQUIVO TODO BANCO USA O METODO
      *    "1".
       LE-METODOS-DV.
           MOVE ZEROS TO CONT-DVB.
           OPEN INPUT CADDVB.
           IF FS-CADDVB EQUAL "00"
               PERFORM CARREGA-METODO-DV
                   UNTIL FS-CADDVB NOT EQUAL "00"
               CLOSE CADDVB.

       CARREGA-METODO-DV.
           READ CADDVB
               AT END
                   MOVE "10" TO FS-CADDVB
               NOT AT END
                   IF CONT-DVB LESS 100
                       ADD 1 TO CONT-DVB
                       MOVE BANCO-DVB  TO BANCO-METODO (CONT-DVB)
                       MOVE METODO-DVB TO COD-METODO (CONT-DVB)
                   ELSE
                       IF LIMITE-DVB-LOGADO EQUAL "NAO"
                           MOVE "CADDVB.DAT" TO ERR-ARQUIVO
                           MOVE "99"         TO ERR-STATUS
                           MOVE "LIMITE"     TO ERR-OPERACAO
                           CALL "TRATERRO" USING ERR-PROGRAMA
                               ERR-ARQUIVO ERR-OPERACAO ERR-STATUS
                           MOVE "ABERTURA"   TO ERR-OPERACAO
                           MOVE "SIM"        TO LIMITE-DVB-LOGADO
                       END-IF
                   END-IF
           END-READ.

      *    CARREGA OS PERFIS DO CADPRF QUE PODEM APROVAR A PENDENCIA
      *    BANCARIA, NO MESMO MOLDE DO LE-NIVEIS.
       LE-PERFIS-APROVACAO.
           MOVE ZEROS TO CONT-PERFIS-APR.
           MOVE "NAO" TO FIM-PRF.
           OPEN INPUT CADPRF.
           IF FS-CADPRF EQUAL "00"
               PERFORM CARREGA-PERFIL-APR
                   UNTIL FIM-PRF EQUAL "SIM"
               CLOSE CADPRF.

       CARREGA-PERFIL-APR.
           READ CADPRF
               AT END
                   MOVE "SIM" TO FIM-PRF
               NOT AT END
                   IF FUNCAO-PRF EQUAL FUNCAO-APROVACAO
                      OR FUNCAO-PRF EQUAL "TODAS"
                       IF CONT-PERFIS-APR LESS 50
                           ADD 1 TO CONT-PERFIS-APR
                           MOVE PERFIL-PRF
                               TO PERFIL-APR (CONT-PERFIS-APR)
                       ELSE
                           IF LIMITE-PRF-LOGADO EQUAL "NAO"
                               MOVE "CADPRF.DAT" TO ERR-ARQUIVO
                               MOVE "99"         TO ERR-STATUS
                               MOVE "LIMITE"     TO ERR-OPERACAO
                               CALL "TRATERRO" USING ERR-PROGRAMA
                                   ERR-ARQUIVO ERR-OPERACAO
                                   ERR-STATUS
                               MOVE "ABERTURA"   TO ERR-OPERACAO
                               MOVE "SIM"        TO LIMITE-PRF-LOGADO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    CARREGA AS PENDENCIAS BANCARIAS (O CADPBC SO EXISTE DEPOIS
      *    DA PRIMEIRA TROCA SOLICITADA). SEM ESPACO NA TABELA UMA
      *    PENDENCIA SE PERDERIA NA REGRAVACAO: O PROGRAMA ABORTA.
       CARREGA-PENDENCIAS.
           MOVE ZEROS TO CONT-PBC.
           OPEN INPUT CADPBC.
           IF FS-CADPBC EQUAL "00"
               MOVE "SIM" TO TEM-CADPBC
               PERFORM GUARDA-PENDENCIA
                   UNTIL FS-CADPBC NOT EQUAL "00"
               CLOSE CADPBC.

       GUARDA-PENDENCIA.
           READ CADPBC
               AT END
                   MOVE "10" TO FS-CADPBC
               NOT AT END
                   IF CONT-PBC LESS 999
                       ADD 1 TO CONT-PBC
                       MOVE REG-PBC TO PENDENCIA-ITEM (CONT-PBC)
                       MOVE "NAO"   TO SOLIC-NA-EXEC (CONT-PBC)
                   ELSE
                       PERFORM LOGA-LIMITE-PBC
                       MOVE "10" TO FS-CADPBC
                   END-IF
           END-READ.

       LOGA-LIMITE-PBC.
           MOVE "CADPBC.DAT" TO ERR-ARQUIVO.
           MOVE "99"         TO ERR-STATUS.
           MOVE "LIMITE"     TO ERR-OPERACAO.
           CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
               ERR-OPERACAO ERR-STATUS.
           MOVE "ABERTURA"   TO ERR-OPERACAO.
           MOVE "SIM"        TO ABORTAR-JOB.

      *    CASAMENTO DOS MOVIMENTOS CLASSIFICADOS COM O MESTRE, QUE JA
      *    E MANTIDO EM ORDEM CRESCENTE DE CODIGO (A MESMA PREMISSA DO
               MOVE SALVO-CONTA    TO CONTA-FUN
               MOVE SALVO-DT-ADM   TO DT-ADMISSAO-FUN
               MOVE SALVO-DT-DES   TO DT-DESLIG-FUN
               MOVE SALVO-NIVEL    TO NIVEL-FUN
               MOVE SALVO-PENDENTE TO MESTRE-PENDENTE
               MOVE SALVO-FIM      TO FIM-FUN
           ELSE
           MOVE CONTA-FUN   TO CONTA-NOV.
           MOVE DT-ADMISSAO-FUN TO DT-ADMISSAO-NOV.
           MOVE DT-DESLIG-FUN   TO DT-DESLIG-NOV.
           MOVE NIVEL-FUN       TO NIVEL-NOV.
           WRITE REG-NOV.
           ADD 1 TO CONT-GRAVADOS.
           MOVE "NAO" TO MESTRE-PENDENTE.
      *    CODIGO SEJA REJEITADA POR DUPLICIDADE E UMA ALTERACAO OU
      *    EXCLUSAO SEGUINTE SE APLIQUE AO RECEM-INCLUIDO; A GRAVACAO
      *    NO CADNOV SAI PELA COPIA NORMAL, NA POSICAO DE ORDEM DO
      *    CODIGO. ALTERACAO E EXCLUSAO SEM MESTRE SAO REJEITADAS,
      *    ASSIM COMO A INCLUSAO COM NIVEL FORA DO CADNIV OU COM DADOS
      *    BANCARIOS INVALIDOS. DADOS BANCARIOS VALIDOS NA INCLUSAO
      *    FICAM PENDENTES DE APROVACAO: O FUNCIONARIO ENTRA SEM BANCO.
       TRATA-MOV-SEM-MESTRE.
           PERFORM CONFERE-NIVEL-MOV.
           MOVE SPACES TO MOTIVO-BCO.
           MOVE "NAO"  TO TROCA-BANCO.
           IF TIPO-WRK EQUAL "I"
              AND NIVEL-VALIDO EQUAL "SIM"
              AND BANCO-WRK GREATER ZEROS
               MOVE "SIM" TO TROCA-BANCO
               PERFORM VALIDA-DADOS-BANCARIOS.
           IF TIPO-WRK EQUAL "I"
              AND NIVEL-VALIDO EQUAL "SIM"
              AND MOTIVO-BCO EQUAL SPACES
               MOVE MESTRE-PENDENTE TO SALVO-PENDENTE
               MOVE FIM-FUN         TO SALVO-FIM
               IF MESTRE-PENDENTE EQUAL "SIM"
                   MOVE CONTA-FUN   TO SALVO-CONTA
                   MOVE DT-ADMISSAO-FUN TO SALVO-DT-ADM
                   MOVE DT-DESLIG-FUN   TO SALVO-DT-DES
                   MOVE NIVEL-FUN       TO SALVO-NIVEL
               END-IF
               MOVE COD-WRK     TO COD-FUN
               MOVE NOME-WRK    TO NOME-FUN
               MOVE SAL-WRK     TO SAL-FUN
               MOVE DEP-WRK     TO DEP-FUN
               MOVE ZEROS       TO BANCO-FUN
               MOVE ZEROS       TO AGENCIA-FUN
               MOVE ZEROS       TO CONTA-FUN
               MOVE DT-ADMISSAO-WRK TO DT-ADMISSAO-FUN
               MOVE DT-DESLIG-WRK   TO DT-DESLIG-FUN
               MOVE NIVEL-WRK       TO NIVEL-FUN
               MOVE "SIM"    TO MESTRE-PENDENTE
               MOVE "SIM"    TO MESTRE-INSERIDO
               ADD 1 TO CONT-INCLUIDOS
               PERFORM MONTA-LINHA-MOV
               MOVE "INCLUIDO"   TO ACAO-MAN
               MOVE SPACES       TO MOTIVO-MAN
               IF TROCA-BANCO EQUAL "SIM"
                   PERFORM REGISTRA-SOLICITACAO
                   MOVE "BANCO AGUARDA APROV." TO MOTIVO-MAN
               END-IF
               MOVE NOME-WRK     TO NOME-NOV-MAN
               MOVE SAL-WRK      TO SAL-NOV-MAN
               MOVE DEP-WRK      TO DEP-NOV-MAN
               MOVE DT-ADMISSAO-WRK TO DT-ADM-NOV-MAN
               MOVE DT-DESLIG-WRK   TO DT-DES-NOV-MAN
               MOVE NIVEL-WRK       TO NIVEL-NOV-MAN
               WRITE REG-MAN
           ELSE
               ADD 1 TO CONT-REJEITADOS
               PERFORM MONTA-LINHA-MOV
               MOVE "REJEITADO"  TO ACAO-MAN
               IF TIPO-WRK EQUAL "I"
                   IF NIVEL-VALIDO EQUAL "NAO"
                       MOVE "NIVEL INEXISTENTE" TO MOTIVO-MAN
                   ELSE
                       MOVE MOTIVO-BCO TO MOTIVO-MAN
                   END-IF
               ELSE
                   MOVE "CODIGO INEXISTENTE" TO MOTIVO-MAN
               END-IF
               WRITE REG-MAN.

      *    MOVIMENTO CUJO CODIGO EXISTE NO MESTRE: ALTERACAO ATUALIZA
      *    O REGISTRO PENDENTE (QUE SO VAI PARA O CADNOV QUANDO O
      *    PROXIMO CODIGO DE MOVIMENTO FOR OUTRO), EXCLUSAO DESCARTA O
      *    REGISTRO E INCLUSAO E REJEITADA POR DUPLICIDADE. UMA
      *    ALTERACAO COM NIVEL FORA DO CADNIV OU COM DADOS BANCARIOS
      *    INVALIDOS E REJEITADA SEM TOCAR NO REGISTRO. "P" E "R"
      *    DECIDEM A PENDENCIA BANCARIA DO CODIGO.
       TRATA-MOV-COM-MESTRE.
           PERFORM CONFERE-NIVEL-MOV.
           PERFORM CONFERE-TROCA-BANCO.
           EVALUATE TRUE
               WHEN TIPO-WRK EQUAL "A"
                AND NIVEL-VALIDO EQUAL "NAO"
                   ADD 1 TO CONT-REJEITADOS
                   PERFORM MONTA-LINHA-MOV
                   MOVE "REJEITADO" TO ACAO-MAN
                   MOVE "NIVEL INEXISTENTE" TO MOTIVO-MAN
                   PERFORM MOVE-IMAGEM-ANTERIOR
                   WRITE REG-MAN
               WHEN TIPO-WRK EQUAL "I"
                   ADD 1 TO CONT-REJEITADOS
                   PERFORM MONTA-LINHA-MOV
                   MOVE "REJEITADO" TO ACAO-MAN
                   MOVE "CODIGO JA EXISTE" TO MOTIVO-MAN
                   PERFORM MOVE-IMAGEM-ANTERIOR
                   WRITE REG-MAN
               WHEN TIPO-WRK EQUAL "A"
                AND MOTIVO-BCO NOT EQUAL SPACES
                   ADD 1 TO CONT-REJEITADOS
                   PERFORM MONTA-LINHA-MOV
                   MOVE "REJEITADO" TO ACAO-MAN
                   MOVE MOTIVO-BCO  TO MOTIVO-MAN
                   PERFORM MOVE-IMAGEM-ANTERIOR
                   WRITE REG-MAN
               WHEN TIPO-WRK EQUAL "P"
                   PERFORM APROVA-PENDENCIA
               WHEN TIPO-WRK EQUAL "R"
                   PERFORM RECUSA-PENDENCIA
               WHEN TIPO-WRK EQUAL "A"
                   ADD 1 TO CONT-ALTERADOS
                   PERFORM MONTA-LINHA-MOV
                   MOVE "ALTERADO"  TO ACAO-MAN
      *    O TRIO BANCO/AGENCIA/CONTA E TRATADO COMO UM CAMPO SO:
      *    BANCO ZERADO NO MOVIMENTO MANTEM OS DADOS BANCARIOS ATUAIS,
      *    BANCO INFORMADO TROCA OS TRES DE UMA VEZ - UMA TROCA DE
      *    CONTA NUNCA HERDA A AGENCIA DO BANCO ANTERIOR. A TROCA NAO
      *    E APLICADA AQUI: FICA PENDENTE ATE A APROVACAO "P".
                   IF TROCA-BANCO EQUAL "SIM"
                       PERFORM REGISTRA-SOLICITACAO
                       MOVE "BANCO AGUARDA APROV." TO MOTIVO-MAN
                   END-IF
                   IF DT-ADMISSAO-WRK GREATER ZEROS
                       MOVE DT-ADMISSAO-WRK TO DT-ADMISSAO-FUN
                   IF DT-DESLIG-WRK GREATER ZEROS
                       MOVE DT-DESLIG-WRK TO DT-DESLIG-FUN
                   END-IF
                   IF NIVEL-WRK NOT EQUAL SPACES
                       MOVE NIVEL-WRK TO NIVEL-FUN
                   END-IF
                   MOVE NOME-FUN    TO NOME-NOV-MAN
                   MOVE SAL-FUN     TO SAL-NOV-MAN
                   MOVE DEP-FUN     TO DEP-NOV-MAN
                   MOVE CONTA-FUN   TO CONTA-NOV-MAN
                   MOVE DT-ADMISSAO-FUN TO DT-ADM-NOV-MAN
                   MOVE DT-DESLIG-FUN   TO DT-DES-NOV-MAN
                   MOVE NIVEL-FUN       TO NIVEL-NOV-MAN
                   WRITE REG-MAN
               WHEN TIPO-WRK EQUAL "E"
                   ADD 1 TO CONT-EXCLUIDOS
                   PERFORM MONTA-LINHA-MOV
                   MOVE "EXCLUIDO"  TO ACAO-MAN
                   MOVE SPACES      TO MOTIVO-MAN
                   PERFORM MOVE-IMAGEM-ANTERIOR
                   WRITE REG-MAN
                   MOVE "FUNCIONARIO EXCLUIDO" TO MOTIVO-BCO
                   PERFORM CANCELA-PENDENCIA
                   MOVE "NAO" TO MESTRE-PENDENTE
                   PERFORM AVANCA-MESTRE
               WHEN OTHER
                   WRITE REG-MAN
           END-EVALUATE.

      *    TROCA DE DADOS BANCARIOS NA ALTERACAO: BANCO INFORMADO E
      *    DIFERENTE DO TRIO ATUAL. OS DADOS NOVOS SAO CONFERIDOS JA
      *    AQUI, PARA A TRANSACAO INTEIRA SER REJEITADA SE FALHAREM.
       CONFERE-TROCA-BANCO.
           MOVE SPACES TO MOTIVO-BCO.
           MOVE "NAO"  TO TROCA-BANCO.
           IF TIPO-WRK EQUAL "A"
              AND NIVEL-VALIDO EQUAL "SIM"
              AND BANCO-WRK GREATER ZEROS
              AND (BANCO-WRK NOT EQUAL BANCO-FUN
                OR AGENCIA-WRK NOT EQUAL AGENCIA-FUN
                OR CONTA-WRK NOT EQUAL CONTA-FUN)
               MOVE "SIM" TO TROCA-BANCO
               PERFORM VALIDA-DADOS-BANCARIOS.

      *    TODA TROCA PRECISA DO OPERADOR (PARA A SEGUNDA APROVACAO SER
      *    DE OUTRA PESSOA) E DE AGENCIA E CONTA COM DIGITO VALIDO. A
      *    TRANSACAO RECUSADA FICA NA TRILHA COM O MOTIVO.
       VALIDA-DADOS-BANCARIOS.
           IF OPERADOR-WRK EQUAL SPACES
               MOVE "OPERADOR AUSENTE" TO MOTIVO-BCO
           ELSE
               IF AGENCIA-WRK EQUAL ZEROS
                  OR CONTA-WRK EQUAL ZEROS
                   MOVE "AGENCIA/CONTA ZERADA" TO MOTIVO-BCO
               ELSE
                   PERFORM CONFERE-DIGITOS
               END-IF
           END-IF.
           IF MOTIVO-BCO NOT EQUAL SPACES
               PERFORM MONTA-LOG-MOV
               MOVE "RECUSADA" TO EVENTO-LBC
               MOVE MOTIVO-BCO TO MOTIVO-LBC
               PERFORM GRAVA-LOGBCO.

      *    DIGITO VERIFICADOR PELO METODO DO BANCO NO CADDVB. NO
      *    METODO "1" O ULTIMO ALGARISMO DA AGENCIA E O DA CONTA SAO
      *    OS DIGITOS; NO "2" O ULTIMO ALGARISMO DA CONTA E O DIGITO
      *    DE AGENCIA E CONTA JUNTAS.
       CONFERE-DIGITOS.
           MOVE "1" TO METODO-DV.
           PERFORM VARIA-PROCURA-METODO
               VARYING SUB-DVB FROM 1 BY 1
               UNTIL SUB-DVB GREATER CONT-DVB.
           EVALUATE METODO-DV
               WHEN "1"
                   DIVIDE AGENCIA-WRK BY 10 GIVING NUM-DV
                       REMAINDER DV-INF
                   MOVE 3 TO QTD-DIG-DV
                   PERFORM CALCULA-DV-MODULO-11
                   IF DV-CALC NOT EQUAL DV-INF
                       MOVE "DV AGENCIA INVALIDO" TO MOTIVO-BCO
                   ELSE
                       DIVIDE CONTA-WRK BY 10 GIVING NUM-DV
                           REMAINDER DV-INF
                       MOVE 9 TO QTD-DIG-DV
                       PERFORM CALCULA-DV-MODULO-11
                       IF DV-CALC NOT EQUAL DV-INF
                           MOVE "DV CONTA INVALIDO" TO MOTIVO-BCO
                       END-IF
                   END-IF
               WHEN "2"
                   DIVIDE CONTA-WRK BY 10 GIVING QUOC-DV
                       REMAINDER DV-INF
                   COMPUTE NUM-DV = AGENCIA-WRK * 1000000000 + QUOC-DV
                   MOVE 13 TO QTD-DIG-DV
                   PERFORM CALCULA-DV-MODULO-10
                   IF DV-CALC NOT EQUAL DV-INF
                       MOVE "DV CONTA INVALIDO" TO MOTIVO-BCO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VARIA-PROCURA-METODO.
           IF BANCO-METODO (SUB-DVB) EQUAL BANCO-WRK
               MOVE COD-METODO (SUB-DVB) TO METODO-DV.

      *    MODULO 11: PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA,
      *    DIGITO = 11 MENOS O RESTO, COM 10 E 11 VALENDO ZERO.
       CALCULA-DV-MODULO-11.
           MOVE ZEROS TO SOMA-DV.
           MOVE 2 TO PESO-DV.
           COMPUTE LIM-DV = 14 - QTD-DIG-DV.
           PERFORM VARIA-SOMA-MODULO-11
               VARYING SUB-DV FROM 13 BY -1
               UNTIL SUB-DV LESS LIM-DV.
           DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
           COMPUTE DV-CALC = 11 - RESTO-DV.
           IF DV-CALC GREATER 9
               MOVE ZEROS TO DV-CALC.

       VARIA-SOMA-MODULO-11.
           COMPUTE SOMA-DV = SOMA-DV + DIG-DV (SUB-DV) * PESO-DV.
           ADD 1 TO PESO-DV.
           IF PESO-DV GREATER 9
               MOVE 2 TO PESO-DV.

      *    MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      *    ESQUERDA, PRODUTO ACIMA DE 9 REDUZIDO A SOMA DOS ALGARISMOS,
      *    DIGITO = 10 MENOS O RESTO (RESTO ZERO DA DIGITO ZERO).
       CALCULA-DV-MODULO-10.
           MOVE ZEROS TO SOMA-DV.
           MOVE 2 TO PESO-DV.
           COMPUTE LIM-DV = 14 - QTD-DIG-DV.
           PERFORM VARIA-SOMA-MODULO-10
               VARYING SUB-DV FROM 13 BY -1
               UNTIL SUB-DV LESS LIM-DV.
           DIVIDE SOMA-DV BY 10 GIVING QUOC-DV REMAINDER RESTO-DV.
           IF RESTO-DV EQUAL ZEROS
               MOVE ZEROS TO DV-CALC
           ELSE
               COMPUTE DV-CALC = 10 - RESTO-DV.

       VARIA-SOMA-MODULO-10.
           COMPUTE PROD-DV = DIG-DV (SUB-DV) * PESO-DV.
           IF PROD-DV GREATER 9
               SUBTRACT 9 FROM PROD-DV.
           ADD PROD-DV TO SOMA-DV.
           IF PESO-DV EQUAL 2
               MOVE 1 TO PESO-DV
           ELSE
               MOVE 2 TO PESO-DV.

      *    REGISTRA A TROCA SOLICITADA NO MOVIMENTO CORRENTE. A MESMA
      *    SOLICITACAO JA PENDENTE (REEXECUCAO SOBRE O MESMO CADMOV)
      *    FICA COMO ESTA; OUTRA PENDENTE DO CODIGO E CANCELADA E
      *    SUBSTITUIDA, E UMA RECUSADA ANTERIOR SAI DO ARQUIVO.
       REGISTRA-SOLICITACAO.
           MOVE "P" TO SITUACAO-PROC.
           PERFORM PROCURA-PENDENCIA.
           IF ACHOU-PBC EQUAL "SIM"
              AND BANCO-PEND (SUB-ACHADO) EQUAL BANCO-WRK
              AND AGENCIA-PEND (SUB-ACHADO) EQUAL AGENCIA-WRK
              AND CONTA-PEND (SUB-ACHADO) EQUAL CONTA-WRK
              AND OPER-SOL-PEND (SUB-ACHADO) EQUAL OPERADOR-WRK
               MOVE "SIM" TO SOLIC-NA-EXEC (SUB-ACHADO)
           ELSE
               MOVE "SUBSTITUIDA" TO MOTIVO-BCO
               PERFORM CANCELA-PENDENCIA
               MOVE "R" TO SITUACAO-PROC
               PERFORM DESCARTA-SITUACAO
               PERFORM INCLUI-PENDENCIA
           END-IF.

       INCLUI-PENDENCIA.
           IF CONT-PBC LESS 999
               ADD 1 TO CONT-PBC
               ACCEPT HORA-SIS FROM TIME
               MOVE COD-WRK      TO COD-PEND (CONT-PBC)
               MOVE BANCO-WRK    TO BANCO-PEND (CONT-PBC)
               MOVE AGENCIA-WRK  TO AGENCIA-PEND (CONT-PBC)
               MOVE CONTA-WRK    TO CONTA-PEND (CONT-PBC)
               MOVE OPERADOR-WRK TO OPER-SOL-PEND (CONT-PBC)
               MOVE DATA-SIS     TO DATA-SOL-PEND (CONT-PBC)
               MOVE HHMMSS-SIS   TO HORA-SOL-PEND (CONT-PBC)
               MOVE "P"          TO SITUACAO-PEND (CONT-PBC)
               MOVE "SIM"        TO SOLIC-NA-EXEC (CONT-PBC)
               MOVE SPACES       TO OPER-DEC-PEND (CONT-PBC)
               MOVE ZEROS        TO DATA-DEC-PEND (CONT-PBC)
               MOVE ZEROS        TO HORA-DEC-PEND (CONT-PBC)
               PERFORM MONTA-LOG-MOV
               MOVE "SOLICITADA" TO EVENTO-LBC
               PERFORM GRAVA-LOGBCO
           ELSE
               PERFORM LOGA-LIMITE-PBC
           END-IF.

      *    A PENDENTE DO CODIGO (SE HOUVER) SAI DO ARQUIVO E FICA NA
      *    TRILHA COMO CANCELADA, COM O MOTIVO EM MOTIVO-BCO.
       CANCELA-PENDENCIA.
           MOVE "P" TO SITUACAO-PROC.
           PERFORM PROCURA-PENDENCIA.
           IF ACHOU-PBC EQUAL "SIM"
               MOVE "X" TO SITUACAO-PEND (SUB-ACHADO)
               PERFORM MONTA-LOG-PENDENCIA
               MOVE "CANCELADA" TO EVENTO-LBC
               MOVE MOTIVO-BCO  TO MOTIVO-LBC
               PERFORM GRAVA-LOGBCO.

      *    TIRA DO ARQUIVO O ITEM DO CODIGO NA SITUACAO-PROC.
       DESCARTA-SITUACAO.
           PERFORM PROCURA-PENDENCIA.
           IF ACHOU-PBC EQUAL "SIM"
               MOVE "X" TO SITUACAO-PEND (SUB-ACHADO).

      *    PROCURA O ITEM DO CODIGO DO MOVIMENTO NA SITUACAO-PROC
      *    (HA NO MAXIMO UM POR SITUACAO).
       PROCURA-PENDENCIA.
           MOVE "NAO" TO ACHOU-PBC.
           PERFORM VARIA-PROCURA-PENDENCIA
               VARYING SUB-PBC FROM 1 BY 1
               UNTIL SUB-PBC GREATER CONT-PBC
                  OR ACHOU-PBC EQUAL "SIM".

       VARIA-PROCURA-PENDENCIA.
           IF COD-PEND (SUB-PBC) EQUAL COD-WRK
              AND SITUACAO-PEND (SUB-PBC) EQUAL SITUACAO-PROC
               MOVE "SIM"   TO ACHOU-PBC
               MOVE SUB-PBC TO SUB-ACHADO.

      *    APROVACAO: SO DE UM OPERADOR DIFERENTE DO SOLICITANTE,
      *    CADASTRADO NO CADOPR COM PERMISSAO DE APROVAR, E NUNCA NO
      *    MESMO CADMOV DA SOLICITACAO (A REEXECUCAO SOBRE O MESMO
      *    CADMOV TAMBEM MARCA A SOLICITACAO). OS DADOS PENDENTES
      *    ENTRAM NO REGISTRO E A APROVADA ANTERIOR DO CODIGO SAI DO
      *    ARQUIVO. NA REEXECUCAO SOBRE O MESMO CADMOV, A APROVADA
      *    HOJE PELO MESMO OPERADOR E REAPLICADA.
       APROVA-PENDENCIA.
           MOVE SPACES TO MOTIVO-BCO.
           MOVE "P" TO SITUACAO-PROC.
           PERFORM PROCURA-PENDENCIA.
           IF ACHOU-PBC EQUAL "NAO"
               MOVE "A" TO SITUACAO-PROC
               PERFORM PROCURA-PENDENCIA
               IF ACHOU-PBC EQUAL "SIM"
                  AND (OPER-DEC-PEND (SUB-ACHADO) NOT EQUAL
                          OPERADOR-WRK
                    OR DATA-DEC-PEND (SUB-ACHADO) NOT EQUAL DATA-SIS)
                   MOVE "NAO" TO ACHOU-PBC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OPERADOR-WRK EQUAL SPACES
                   MOVE "OPERADOR AUSENTE" TO MOTIVO-BCO
               WHEN ACHOU-PBC EQUAL "NAO"
                   MOVE "SEM PENDENCIA BANCO" TO MOTIVO-BCO
               WHEN OPER-SOL-PEND (SUB-ACHADO) EQUAL OPERADOR-WRK
                   MOVE "MESMO OPERADOR" TO MOTIVO-BCO
               WHEN SITUACAO-PEND (SUB-ACHADO) EQUAL "P"
                AND SOLIC-NA-EXEC (SUB-ACHADO) EQUAL "SIM"
                   MOVE "SOLIC. MESMO CADMOV" TO MOTIVO-BCO
               WHEN OTHER
                   PERFORM CONFERE-APROVADOR
           END-EVALUATE.
           IF MOTIVO-BCO NOT EQUAL SPACES
               PERFORM REJEITA-DECISAO
           ELSE
               ADD 1 TO CONT-APROVADOS
               PERFORM MONTA-LINHA-MOV
               MOVE "APROVADO"  TO ACAO-MAN
               MOVE "PENDENCIA BANCARIA" TO MOTIVO-MAN
               PERFORM MOVE-IMAGEM-ANTERIOR
               IF SITUACAO-PEND (SUB-ACHADO) EQUAL "P"
                   PERFORM VARIA-DESCARTA-APROVADA
                       VARYING SUB-PBC FROM 1 BY 1
                       UNTIL SUB-PBC GREATER CONT-PBC
                   ACCEPT HORA-SIS FROM TIME
                   MOVE "A"          TO SITUACAO-PEND (SUB-ACHADO)
                   MOVE OPERADOR-WRK TO OPER-DEC-PEND (SUB-ACHADO)
                   MOVE DATA-SIS     TO DATA-DEC-PEND (SUB-ACHADO)
                   MOVE HHMMSS-SIS   TO HORA-DEC-PEND (SUB-ACHADO)
                   PERFORM MONTA-LOG-PENDENCIA
                   MOVE "APROVADA"   TO EVENTO-LBC
                   PERFORM GRAVA-LOGBCO
               END-IF
               MOVE BANCO-PEND (SUB-ACHADO)   TO BANCO-FUN
               MOVE AGENCIA-PEND (SUB-ACHADO) TO AGENCIA-FUN
               MOVE CONTA-PEND (SUB-ACHADO)   TO CONTA-FUN
               PERFORM MOVE-IMAGEM-NOVA
               WRITE REG-MAN
           END-IF.

      *    O OPERADOR DA APROVACAO PRECISA EXISTIR NO CADOPR, ESTAR
      *    ATIVO E SEM BLOQUEIO, E TER NO PERFIL A FUNCAO DE APROVACAO.
       CONFERE-APROVADOR.
           MOVE "NAO" TO APROVADOR-VALIDO.
           IF TEM-CADOPR EQUAL "SIM"
               MOVE OPERADOR-WRK TO ID-OPR
               READ CADOPR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATIVO-OPR EQUAL "S"
                          AND BLOQUEADO-OPR NOT EQUAL "S"
                           MOVE "SIM" TO APROVADOR-VALIDO
                       END-IF
               END-READ
           END-IF.
           IF APROVADOR-VALIDO EQUAL "NAO"
               MOVE "APROVADOR INVALIDO" TO MOTIVO-BCO
           ELSE
               MOVE "NAO" TO APROVADOR-VALIDO
               PERFORM VARIA-PROCURA-PERFIL
                   VARYING SUB-PERFIL FROM 1 BY 1
                   UNTIL SUB-PERFIL GREATER CONT-PERFIS-APR
                      OR APROVADOR-VALIDO EQUAL "SIM"
               IF APROVADOR-VALIDO EQUAL "NAO"
                   MOVE "SEM PERMISSAO APROV." TO MOTIVO-BCO
               END-IF
           END-IF.

       VARIA-PROCURA-PERFIL.
           IF PERFIL-APR (SUB-PERFIL) EQUAL PERFIL-OPR
               MOVE "SIM" TO APROVADOR-VALIDO.

      *    A APROVADA ANTERIOR DO CODIGO DA LUGAR A NOVA.
       VARIA-DESCARTA-APROVADA.
           IF COD-PEND (SUB-PBC) EQUAL COD-WRK
              AND SITUACAO-PEND (SUB-PBC) EQUAL "A"
               MOVE "X" TO SITUACAO-PEND (SUB-PBC).

      *    RECUSA DA PENDENCIA: QUALQUER OPERADOR IDENTIFICADO, O
      *    PROPRIO SOLICITANTE INCLUSIVE (DESISTENCIA). O REGISTRO NAO
      *    MUDA.
       RECUSA-PENDENCIA.
           MOVE SPACES TO MOTIVO-BCO.
           MOVE "P" TO SITUACAO-PROC.
           PERFORM PROCURA-PENDENCIA.
           IF OPERADOR-WRK EQUAL SPACES
               MOVE "OPERADOR AUSENTE" TO MOTIVO-BCO
           ELSE
               IF ACHOU-PBC EQUAL "NAO"
                   MOVE "SEM PENDENCIA BANCO" TO MOTIVO-BCO
               END-IF
           END-IF.
           IF MOTIVO-BCO NOT EQUAL SPACES
               PERFORM REJEITA-DECISAO
           ELSE
               ADD 1 TO CONT-RECUSADOS
               ACCEPT HORA-SIS FROM TIME
               MOVE "R"          TO SITUACAO-PEND (SUB-ACHADO)
               MOVE OPERADOR-WRK TO OPER-DEC-PEND (SUB-ACHADO)
               MOVE DATA-SIS     TO DATA-DEC-PEND (SUB-ACHADO)
               MOVE HHMMSS-SIS   TO HORA-DEC-PEND (SUB-ACHADO)
               PERFORM MONTA-LOG-PENDENCIA
               MOVE "REJEITADA"  TO EVENTO-LBC
               PERFORM GRAVA-LOGBCO
               PERFORM MONTA-LINHA-MOV
               MOVE "RECUSADO"   TO ACAO-MAN
               MOVE "PENDENCIA BANCARIA" TO MOTIVO-MAN
               PERFORM MOVE-IMAGEM-ANTERIOR
               PERFORM MOVE-IMAGEM-NOVA
               WRITE REG-MAN
           END-IF.

      *    DECISAO INVALIDA: REJEITADA NO RELMAN E NA TRILHA.
       REJEITA-DECISAO.
           ADD 1 TO CONT-REJEITADOS.
           PERFORM MONTA-LINHA-MOV.
           MOVE "REJEITADO" TO ACAO-MAN.
           MOVE MOTIVO-BCO  TO MOTIVO-MAN.
           PERFORM MOVE-IMAGEM-ANTERIOR.
           WRITE REG-MAN.
           PERFORM MONTA-LOG-MOV.
           MOVE "RECUSADA" TO EVENTO-LBC.
           MOVE MOTIVO-BCO TO MOTIVO-LBC.
           PERFORM GRAVA-LOGBCO.

      *    LINHA DA TRILHA COM OS DADOS DO MOVIMENTO CORRENTE.
       MONTA-LOG-MOV.
           MOVE SPACES       TO REG-LBC.
           MOVE OPERADOR-WRK TO OPERADOR-LBC.
           MOVE COD-WRK      TO COD-LBC.
           MOVE BANCO-WRK    TO BANCO-LBC.
           MOVE AGENCIA-WRK  TO AGENCIA-LBC.
           MOVE CONTA-WRK    TO CONTA-LBC.

      *    LINHA DA TRILHA COM OS DADOS DA PENDENCIA EM SUB-ACHADO E O
      *    OPERADOR DO MOVIMENTO CORRENTE.
       MONTA-LOG-PENDENCIA.
           MOVE SPACES       TO REG-LBC.
           MOVE OPERADOR-WRK TO OPERADOR-LBC.
           MOVE COD-WRK      TO COD-LBC.
           MOVE BANCO-PEND (SUB-ACHADO)   TO BANCO-LBC.
           MOVE AGENCIA-PEND (SUB-ACHADO) TO AGENCIA-LBC.
           MOVE CONTA-PEND (SUB-ACHADO)   TO CONTA-LBC.

       GRAVA-LOGBCO.
           ACCEPT HORA-SIS FROM TIME.
           MOVE DATA-SIS   TO DATA-LBC.
           MOVE HHMMSS-SIS TO HORA-LBC.
           WRITE REG-LBC.

      *    REGRAVA O CADPBC SEM OS ITENS DESCARTADOS. UM CADPBC JA
      *    EXISTENTE E REGRAVADO MESMO QUE FIQUE VAZIO.
       REGRAVA-PENDENCIAS.
           IF CONT-PBC GREATER ZEROS
              OR TEM-CADPBC EQUAL "SIM"
               OPEN OUTPUT CADPBC
               IF FS-CADPBC NOT EQUAL "00"
                   MOVE "CADPBC.DAT" TO ERR-ARQUIVO
                   MOVE FS-CADPBC    TO ERR-STATUS
                   CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                       ERR-OPERACAO ERR-STATUS
                   MOVE "SIM" TO ABORTAR-JOB
               ELSE
                   PERFORM VARIA-GRAVA-PENDENCIA
                       VARYING SUB-PBC FROM 1 BY 1
                       UNTIL SUB-PBC GREATER CONT-PBC
                   CLOSE CADPBC
               END-IF
           END-IF.

       VARIA-GRAVA-PENDENCIA.
           IF SITUACAO-PEND (SUB-PBC) NOT EQUAL "X"
               MOVE PENDENCIA-ITEM (SUB-PBC) TO REG-PBC
               WRITE REG-PBC.

      *    PREPARA A LINHA DE RELMAN COM OS CAMPOS COMUNS A TODA
      *    TRANSACAO; CADA CHAMADOR COMPLETA ACAO, MOTIVO E IMAGENS.
       MONTA-LINHA-MOV.
           MOVE CONTA-FUN   TO CONTA-ANT-MAN.
           MOVE DT-ADMISSAO-FUN TO DT-ADM-ANT-MAN.
           MOVE DT-DESLIG-FUN   TO DT-DES-ANT-MAN.
           MOVE NIVEL-FUN       TO NIVEL-ANT-MAN.

      *    COPIA A IMAGEM ATUAL DO MESTRE PARA O LADO "DEPOIS".
       MOVE-IMAGEM-NOVA.
           MOVE NOME-FUN    TO NOME-NOV-MAN.
           MOVE SAL-FUN     TO SAL-NOV-MAN.
           MOVE DEP-FUN     TO DEP-NOV-MAN.
           MOVE BANCO-FUN   TO BANCO-NOV-MAN.
           MOVE AGENCIA-FUN TO AGENCIA-NOV-MAN.
           MOVE CONTA-FUN   TO CONTA-NOV-MAN.
           MOVE DT-ADMISSAO-FUN TO DT-ADM-NOV-MAN.
           MOVE DT-DESLIG-FUN   TO DT-DES-NOV-MAN.
           MOVE NIVEL-FUN       TO NIVEL-NOV-MAN.

       GERA-RELATORIO-CTL.
           MOVE CONT-MESTRE     TO QTD-MESTRE-CTL.
           MOVE CONT-EXCLUIDOS  TO QTD-EXCLUIDOS-CTL.
           MOVE CONT-REJEITADOS TO QTD-REJEITADOS-CTL.
           MOVE CONT-GRAVADOS   TO QTD-GRAVADOS-CTL.
           MOVE CONT-APROVADOS  TO QTD-APROVADOS-CTL.
           MOVE CONT-RECUSADOS  TO QTD-RECUSADOS-CTL.
           WRITE REG-CTL15.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
               PERFORM REGRAVA-PENDENCIAS
           END-IF.
           CLOSE CADFUN
                 CADNOV
                 RELMAN
                 CTL15
                 LOGBCO.
           IF TEM-CADOPR EQUAL "SIM"
               CLOSE CADOPR.
