      *                     REMESSA DE CREDITO DO EX36; O LAYOUT DE
      *                     LEITURA FOI ALINHADO, SEM USO DOS CAMPOS
      *                     NOVOS NESTE PROGRAMA.
      *  15/10/2026 LLB     O CADFUN (E PORTANTO O CADFNV) GANHOU O
      *                     NIVEL SALARIAL NO FIM DO REGISTRO. COM A
      *                     OPCAO DE TETO LIGADA NO CADTET, O SALARIO
      *                     REAJUSTADO (COM O BONUS) FICA LIMITADO AO
      *                     MAXIMO DO NIVEL NO CADNIV - OU AO SALARIO
      *                     ATUAL, QUANDO ESTE JA PASSA DO MAXIMO, PARA
      *                     QUE O TETO NUNCA REDUZA SALARIO - E O
      *                     EXCEDENTE CORTADO VAI PARA O CADEXT, PARA
      *                     REVISAO DO RH. SEM O CADTET (OU COM A OPCAO
      *                     DESLIGADA) O REAJUSTE SEGUE COMO ANTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTL08 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL08.
      *    OPCAO DO TETO POR NIVEL E A TABELA DE NIVEIS QUE O DEFINE.
           SELECT CADTET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADTET.
           SELECT CADNIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADNIV.
           SELECT CADEXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADEXT.

       DATA DIVISION.
       FILE SECTION.
           02 CONTA-ENT           PIC 9(10).
           02 DT-ADMISSAO-ENT     PIC 9(08).
           02 DT-DESLIG-ENT       PIC 9(08).
           02 NIVEL-ENT           PIC X(03).

      *    VISOES DO SELO GRAVADO PELO EX21 NO CADASTRO VALIDADO.
       01 REG-SELO-HE.
           02 SAL-ENTRADA-CTL     PIC 9(11)V99.
           02 SAL-SAIDA-CTL       PIC 9(11)V99.

      *    OPCAO DO TETO POR NIVEL: TETO-NIVEL-TET = "SIM" LIMITA O
      *    SALARIO REAJUSTADO AO MAXIMO DO NIVEL. ARQUIVO OPCIONAL -
      *    AUSENTE, VAZIO OU COM QUALQUER OUTRO VALOR, NAO HA TETO.
       FD CADTET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTET.DAT".

       01 REG-TET.
           02 TETO-NIVEL-TET      PIC X(03).

      *    NIVEIS SALARIAIS: CODIGO, DESCRICAO E SALARIO MINIMO,
      *    MEDIO E MAXIMO DA FAIXA DO NIVEL.
       FD CADNIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNIV.DAT".

       01 REG-NIV.
           02 COD-NIV             PIC X(03).
           02 DESCR-NIV           PIC X(20).
           02 MIN-NIV             PIC 9(07)V99.
           02 MED-NIV             PIC 9(07)V99.
           02 MAX-NIV             PIC 9(07)V99.

      *    EXCEDENTES DO TETO, PARA REVISAO DO RH: O SALARIO QUE O
      *    REAJUSTE DARIA, O TETO APLICADO NO LUGAR DELE E A
      *    DIFERENCA CORTADA. ACOMPANHA O REGIME OUTPUT/EXTEND DO
      *    CADSAI NA RETOMADA POR CHECKPOINT.
       FD CADEXT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEXT.DAT".

       01 REG-EXT.
           02 COD-EXT             PIC 9(05).
           02 NOME-EXT            PIC X(20).
           02 DEP-EXT             PIC X(05).
           02 NIVEL-EXT           PIC X(03).
           02 SAL-ANTIGO-EXT      PIC 9(07)V99.
           02 SAL-CALC-EXT        PIC 9(07)V99.
           02 TETO-EXT            PIC 9(07)V99.
           02 EXCEDENTE-EXT       PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ                 PIC X(03)       VALUE IS "NAO".
       77 REAJUSTE                PIC 9(01)V99.
       01 WS-INFO-ARQ             PIC X(18).
       77 LIMITE-FAI-LOGADO       PIC X(03)       VALUE "NAO".
       77 LIMITE-BON-LOGADO       PIC X(03)       VALUE "NAO".
       77 FS-CADTET               PIC X(02).
       77 FS-CADNIV               PIC X(02).
       77 FS-CADEXT               PIC X(02).
       77 TETO-ATIVO              PIC X(03)       VALUE "NAO".
       77 TETO-CALC               PIC 9(07)V99    VALUE ZEROS.
       77 CONT-NIVEIS             PIC 9(03)       VALUE ZEROS.
       77 SUB-NIVEL               PIC 9(03)       VALUE ZEROS.
       77 LIMITE-NIV-LOGADO       PIC X(03)       VALUE "NAO".
       01 TAB-NIVEIS.
           02 NIVEL-ITEM OCCURS 100 TIMES.
              03 COD-NIVEL         PIC X(03).
              03 MAX-NIVEL         PIC 9(07)V99.

       PROCEDURE DIVISION.
       EXFIX.
           PERFORM LE-CHECKPOINT.
           PERFORM LE-FAIXAS.
           PERFORM LE-BONUS.
           PERFORM LE-OPCAO-TETO.
           PERFORM GERA-NOME-CADSAI.
           OPEN INPUT CADFUN.
      *    SO FAZ SENTIDO ACRESCENTAR AOS QUATRO ARQUIVOS DO DIA
                    EXTEND CADAUD
                    EXTEND CADINV
                    EXTEND CTL08
                    EXTEND CADEXT
           ELSE
               OPEN OUTPUT CADSAI
                    OUTPUT CADAUD
                    OUTPUT CADINV
                    OUTPUT CTL08
                    OUTPUT CADEXT
           END-IF.
           PERFORM VERIFICA-ABERTURA.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CADEXT NOT EQUAL "00"
               MOVE "CADEXT.DAT" TO ERR-ARQUIVO
               MOVE FS-CADEXT    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

      *    RECUPERA O ULTIMO COD-ENT PROCESSADO NA EXECUCAO ANTERIOR,
      *    SE HOUVER, PARA DECIDIR SE O JOB COMECA DO ZERO OU RETOMA.
       VARIA-PROCURA-BONUS.
           CONTINUE.

      *    LE A OPCAO DO TETO POR NIVEL NO CADTET E, SO QUANDO ELA
      *    ESTA LIGADA, CARREGA O MAXIMO DE CADA NIVEL DO CADNIV. TETO
      *    LIGADO SEM CADNIV LEGIVEL ABORTA: REAJUSTAR SEM O TETO
      *    PEDIDO PAGARIA O EXCEDENTE SEM PASSAR PELO RH.
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

      *    LIMITA O SALARIO REAJUSTADO AO MAXIMO DO NIVEL. O TETO
      *    NUNCA FICA ABAIXO DO SALARIO ATUAL (QUEM JA ESTA ACIMA DO
      *    MAXIMO FICA SEM AUMENTO, MAS NAO PERDE SALARIO). FUNCIONARIO
      *    SEM NIVEL, NIVEL FORA DA TABELA OU MAXIMO ZERADO FICA SEM
      *    TETO.
       APLICA-TETO-NIVEL.
           IF NIVEL-ENT NOT EQUAL SPACES
               PERFORM VARIA-PROCURA-NIVEL
                   VARYING SUB-NIVEL FROM 1 BY 1
                   UNTIL SUB-NIVEL GREATER CONT-NIVEIS
                      OR NIVEL-ENT EQUAL COD-NIVEL (SUB-NIVEL)
               IF SUB-NIVEL NOT GREATER CONT-NIVEIS
                  AND MAX-NIVEL (SUB-NIVEL) GREATER ZEROS
                   MOVE MAX-NIVEL (SUB-NIVEL) TO TETO-CALC
                   IF SAL-ENT GREATER TETO-CALC
                       MOVE SAL-ENT TO TETO-CALC
                   END-IF
                   IF SAL-REAJUSTADO GREATER TETO-CALC
                       PERFORM GRAVA-EXCEDENTE
                   END-IF
               END-IF
           END-IF.

       VARIA-PROCURA-NIVEL.
           CONTINUE.

       GRAVA-EXCEDENTE.
           MOVE COD-ENT        TO COD-EXT.
           MOVE NOME-ENT       TO NOME-EXT.
           MOVE DEP-ENT        TO DEP-EXT.
           MOVE NIVEL-ENT      TO NIVEL-EXT.
           MOVE SAL-ENT        TO SAL-ANTIGO-EXT.
           MOVE SAL-REAJUSTADO TO SAL-CALC-EXT.
           MOVE TETO-CALC      TO TETO-EXT.
           SUBTRACT TETO-CALC FROM SAL-REAJUSTADO
               GIVING EXCEDENTE-EXT.
           WRITE REG-EXT.
           MOVE TETO-CALC      TO SAL-REAJUSTADO.

      *    O TRAILER DO SELO FECHA A LEITURA DO CADFNV: QUANTIDADE OU
      *    HASH QUE NAO CONFEREM COM O ACUMULADO, OU FIM DE ARQUIVO
      *    SEM TRAILER (ARQUIVO TRUNCADO), ABORTAM O PROGRAMA.

               MULTIPLY SAL-ENT BY REAJUSTE GIVING SAL-REAJUSTADO
               ADD BONUS TO SAL-REAJUSTADO
               IF TETO-ATIVO EQUAL "SIM"
                   PERFORM APLICA-TETO-NIVEL
               END-IF
               MOVE COD-ENT      TO   COD-SAI
               MOVE NOME-ENT     TO   NOME-SAI
               MOVE SAL-REAJUSTADO TO SAL-SAI
                     CADSAI
                     CADAUD
                     CADINV
                     CADEXT
           ELSE
               CLOSE CADFUN
                     CADSAI
                     CADAUD
                     CADINV
                     CTL08
                     CADEXT
           END-IF.
           PERFORM LIBERA-TRAVA.
      *    DEVOLVE AO CHAMADOR (EX10) O RESULTADO DA EXECUCAO.
