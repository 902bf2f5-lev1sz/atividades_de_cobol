      *  HISTORICO DE ALTERACOES
      *  DATA       AUTOR   DESCRICAO
      *  01/09/2026 LLB     CRIACAO DO PROGRAMA.
      *  15/10/2026 LLB     O CADFNV GANHOU O NIVEL SALARIAL NO FIM DO
      *                     REGISTRO. COM A OPCAO DE TETO LIGADA NO
      *                     CADTET, OS DOIS CENARIOS PASSAM A LIMITAR O
      *                     SALARIO SIMULADO AO MAXIMO DO NIVEL NO
      *                     CADNIV, NA MESMA REGRA DO EX08, E O RELSIM
      *                     GANHA O TOTAL DO EXCEDENTE CORTADO EM CADA
      *                     CENARIO. COMO SIMULACAO, NAO GRAVA O
      *                     CADEXT - O EXCEDENTE FICA SO NO RELATORIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELSIM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELSIM.
      *    OPCAO DO TETO POR NIVEL E A TABELA DE NIVEIS, AS MESMAS DO
      *    EX08.
           SELECT CADTET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTET.
           SELECT CADNIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.

       DATA DIVISION.
       FILE SECTION.
           02 CONTA-ENT           PIC 9(10).
           02 DT-ADMISSAO-ENT     PIC 9(08).
           02 DT-DESLIG-ENT       PIC 9(08).
           02 NIVEL-ENT           PIC X(03).

       01 REG-SELO-HE.
           02 TIPO-SELO-HE        PIC X(03).

       01 LINHA-REL               PIC X(90).

       FD CADTET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTET.DAT".

       01 REG-TET.
           02 TETO-NIVEL-TET      PIC X(03).

       FD CADNIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNIV.DAT".

       01 REG-NIV.
           02 COD-NIV             PIC X(03).
           02 DESCR-NIV           PIC X(20).
           02 MIN-NIV             PIC 9(07)V99.
           02 MED-NIV             PIC 9(07)V99.
           02 MAX-NIV             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-CADFUN               PIC X(02).
       77 FS-CADFAI               PIC X(02).
       77 FS-CADBON               PIC X(02).
       77 FS-CADDAT               PIC X(02).
       77 FS-RELSIM               PIC X(02).
       77 FS-CADTET               PIC X(02).
       77 FS-CADNIV               PIC X(02).
      *    TETO POR NIVEL, NOS MESMOS MOLDES DO EX08, E O EXCEDENTE
      *    CORTADO EM CADA CENARIO.
       77 TETO-ATIVO              PIC X(03)       VALUE "NAO".
       77 TETO-CALC               PIC 9(07)V99    VALUE ZEROS.
       77 TEM-TETO                PIC X(03)       VALUE "NAO".
       77 CONT-NIVEIS             PIC 9(03)       VALUE ZEROS.
       77 SUB-NIVEL               PIC 9(03)       VALUE ZEROS.
       77 LIMITE-NIV-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-NIVEIS.
           02 NIVEL-ITEM OCCURS 100 TIMES.
              03 COD-NIVEL         PIC X(03).
              03 MAX-NIVEL         PIC 9(07)V99.
       77 EXCEDENTE-A-TOTAL       PIC 9(11)V99    VALUE ZEROS.
       77 EXCEDENTE-P-TOTAL       PIC 9(11)V99    VALUE ZEROS.
       77 QTD-TETO-A              PIC 9(07)       VALUE ZEROS.
       77 QTD-TETO-P              PIC 9(07)       VALUE ZEROS.
       77 FIM-ARQ                 PIC X(03)       VALUE "NAO".
       77 WS-DATA-PROC            PIC 9(08).
       77 WS-NOME-CADFAI          PIC X(30).
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 DELTA-IMP           PIC +ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-EXC.
           02 ROTULO-EXC          PIC X(26).
           02 QTD-EXC             PIC Z.ZZZ.ZZ9.
           02 FILLER              PIC X(02)       VALUE SPACES.
           02 VALOR-EXC           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-TOP.
           02 ROTULO-TOP          PIC X(08).
           02 COD-TOP             PIC 9(05).
               VARYING SUB-TOP FROM 1 BY 1
               UNTIL SUB-TOP GREATER 5.
           PERFORM LE-DATA-PROC.
           PERFORM LE-OPCAO-TETO.
           PERFORM CARREGA-CENARIO-ATUAL.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM CARREGA-CENARIO-PROPOSTO.
           IF WS-DATA-PROC EQUAL ZEROS
               ACCEPT WS-DATA-PROC FROM DATE YYYYMMDD.

      *    OPCAO DO TETO POR NIVEL NO CADTET; LIGADA, O CADNIV E
      *    OBRIGATORIO, COMO NO EX08.
       LE-OPCAO-TETO.
           MOVE "NAO" TO TETO-ATIVO.
           OPEN INPUT CADTET.
           IF FS-CADTET EQUAL "00"
               READ CADTET
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TETO-NIVEL-TET EQUAL "SIM"
                           MOVE "SIM" TO TETO-ATIVO
                       END-IF
               END-READ
               CLOSE CADTET.
           IF TETO-ATIVO EQUAL "SIM"
               PERFORM LE-NIVEIS.

       LE-NIVEIS.
           MOVE ZEROS TO CONT-NIVEIS.
           OPEN INPUT CADNIV.
           IF FS-CADNIV NOT EQUAL "00"
               MOVE "CADNIV.DAT" TO ERR-ARQUIVO
               MOVE FS-CADNIV    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB
           ELSE
               PERFORM CARREGA-NIVEL
                   UNTIL FS-CADNIV NOT EQUAL "00"
               CLOSE CADNIV
           END-IF.

       CARREGA-NIVEL.
           READ CADNIV
               AT END
                   MOVE "10" TO FS-CADNIV
               NOT AT END
                   IF CONT-NIVEIS LESS 100
                       ADD 1 TO CONT-NIVEIS
                       MOVE COD-NIV TO COD-NIVEL (CONT-NIVEIS)
                       MOVE MAX-NIV TO MAX-NIVEL (CONT-NIVEIS)
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

      *    CENARIO ATUAL: O CADFAI EM VIGOR (COM AS FAIXAS-PADRAO DE
      *    RESERVA DO EX08 NA AUSENCIA) E O CADBON EM VIGOR.
       CARREGA-CENARIO-ATUAL.
               ADD BONUS-A TO SAL-ATUAL-SIM
               MULTIPLY SAL-ENT BY REAJUSTE-P GIVING SAL-PROP-SIM
               ADD BONUS-P TO SAL-PROP-SIM
               IF TETO-ATIVO EQUAL "SIM"
                   PERFORM APLICA-TETO-NIVEL
               END-IF
               SUBTRACT SAL-ENT FROM SAL-ATUAL-SIM
                   GIVING AUMENTO-ATUAL
               SUBTRACT SAL-ENT FROM SAL-PROP-SIM
           END-IF.
           PERFORM LEITURA.

      *    O TETO DO NIVEL (NUNCA ABAIXO DO SALARIO ATUAL) VALE PARA
      *    OS DOIS CENARIOS; O QUE PASSA DELE E CORTADO E SOMADO AO
      *    EXCEDENTE DO CENARIO.
       APLICA-TETO-NIVEL.
           MOVE "NAO" TO TEM-TETO.
           IF NIVEL-ENT NOT EQUAL SPACES
               PERFORM VARIA-PROCURA-NIVEL
                   VARYING SUB-NIVEL FROM 1 BY 1
                   UNTIL SUB-NIVEL GREATER CONT-NIVEIS
                      OR NIVEL-ENT EQUAL COD-NIVEL (SUB-NIVEL)
               IF SUB-NIVEL NOT GREATER CONT-NIVEIS
                  AND MAX-NIVEL (SUB-NIVEL) GREATER ZEROS
                   MOVE "SIM" TO TEM-TETO
                   MOVE MAX-NIVEL (SUB-NIVEL) TO TETO-CALC
                   IF SAL-ENT GREATER TETO-CALC
                       MOVE SAL-ENT TO TETO-CALC
                   END-IF
               END-IF
           END-IF.
           IF TEM-TETO EQUAL "SIM"
              AND SAL-ATUAL-SIM GREATER TETO-CALC
               ADD 1 TO QTD-TETO-A
               COMPUTE EXCEDENTE-A-TOTAL =
                   EXCEDENTE-A-TOTAL + SAL-ATUAL-SIM - TETO-CALC
               MOVE TETO-CALC TO SAL-ATUAL-SIM.
           IF TEM-TETO EQUAL "SIM"
              AND SAL-PROP-SIM GREATER TETO-CALC
               ADD 1 TO QTD-TETO-P
               COMPUTE EXCEDENTE-P-TOTAL =
                   EXCEDENTE-P-TOTAL + SAL-PROP-SIM - TETO-CALC
               MOVE TETO-CALC TO SAL-PROP-SIM.

       VARIA-PROCURA-NIVEL.
           CONTINUE.

       PROCURA-FAIXA-ATUAL.
           PERFORM VARIA-FAIXA-ATUAL
               VARYING SUB-FAIXA FROM 1 BY 1
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           IF TETO-ATIVO EQUAL "SIM"
               PERFORM IMPRIME-EXCEDENTES.
           MOVE "MAIORES GANHOS INDIVIDUAIS" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM VARIA-IMPRIME-GANHO
               VARYING SUB-TOP FROM 1 BY 1
               UNTIL SUB-TOP GREATER 5.

      *    EXCEDENTE CORTADO PELO TETO DO NIVEL EM CADA CENARIO: O
      *    QUE O EX08 MANDARIA PARA REVISAO DO RH NO CADEXT.
       IMPRIME-EXCEDENTES.
           MOVE "EXCEDENTE CORTADO PELO TETO DO NIVEL" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CENARIO ATUAL"      TO ROTULO-EXC.
           MOVE QTD-TETO-A           TO QTD-EXC.
           MOVE EXCEDENTE-A-TOTAL    TO VALOR-EXC.
           MOVE LIN-EXC TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CENARIO PROPOSTO"   TO ROTULO-EXC.
           MOVE QTD-TETO-P           TO QTD-EXC.
           MOVE EXCEDENTE-P-TOTAL    TO VALOR-EXC.
           MOVE LIN-EXC TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

       VARIA-IMPRIME-DEP.
           MOVE COD-DEP (SUB-DEP)        TO DEP-IMP.
           MOVE CUSTO-ATUAL-DEP (SUB-DEP) TO ATUAL-IMP.
