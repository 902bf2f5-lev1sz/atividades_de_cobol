       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EX61.
       AUTHOR.        LEVI LIMA BELTRAO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.       MANUTENCAO DOS DESCONTOS POR FUNCIONARIO.
      *               EXECUTADO PELO JOB MESTRE ANTES DO EX34, APLICA
      *               AS TRANSACOES DO CADMDF NO MESTRE INDEXADO
      *               CADDEF (CHAVE CODIGO DO FUNCIONARIO + SEQUENCIA):
      *               "I" INCLUI, "A" ALTERA, "E" EXCLUI UM DESCONTO.
      *               TIPO "E" E EMPRESTIMO CONSIGNADO (PARCELA FIXA,
      *               QUANTIDADE DE PARCELAS, PARCELAS JA PAGAS E
      *               SALDO DEVEDOR); TIPO "P" E PENSAO ALIMENTICIA
      *               (PERCENTUAL DO LIQUIDO E CONTA DO BENEFICIARIO).
      *               NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR
      *               ATUAL. O RESULTADO DE CADA TRANSACAO SAI NO
      *               RELMDF. A COBRANCA MENSAL E DO EX34.
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
      *    MESTRE DE DESCONTOS POR FUNCIONARIO.
           SELECT CADDEF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-DEF
           FILE STATUS IS FS-CADDEF.
      *    TRANSACOES DE MANUTENCAO (OPCIONAL).
           SELECT CADMDF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADMDF.
           SELECT RELMDF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMDF.
           SELECT CTL61 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL61.

       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT LIDO E ATUALIZADO PELO EX34.
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

      *    CAMPOS NUMERICOS EM X PARA ACEITAR BRANCO (MANTEM O VALOR
      *    NA ALTERACAO) E SEREM CONFERIDOS ANTES DO USO.
       FD CADMDF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMDF.DAT".

       01 REG-MDF.
           02 COD-MDF             PIC 9(05).
           02 SEQ-MDF             PIC 9(02).
           02 OPER-MDF            PIC X(01).
           02 TIPO-MDF            PIC X(01).
           02 DESCR-MDF           PIC X(20).
           02 PARC-MDF-X          PIC X(09).
           02 PARC-MDF REDEFINES PARC-MDF-X PIC 9(07)V99.
           02 QTD-MDF-X           PIC X(03).
           02 QTD-MDF REDEFINES QTD-MDF-X PIC 9(03).
           02 PAGAS-MDF-X         PIC X(03).
           02 PAGAS-MDF REDEFINES PAGAS-MDF-X PIC 9(03).
           02 SALDO-MDF-X         PIC X(11).
           02 SALDO-MDF REDEFINES SALDO-MDF-X PIC 9(09)V99.
           02 PERC-MDF-X          PIC X(05).
           02 PERC-MDF REDEFINES PERC-MDF-X PIC 9(03)V99.
           02 BANCO-MDF-X         PIC X(03).
           02 BANCO-MDF REDEFINES BANCO-MDF-X PIC 9(03).
           02 AGENCIA-MDF-X       PIC X(04).
           02 AGENCIA-MDF REDEFINES AGENCIA-MDF-X PIC 9(04).
           02 CONTA-MDF-X         PIC X(10).
           02 CONTA-MDF REDEFINES CONTA-MDF-X PIC 9(10).
           02 SITUACAO-MDF        PIC X(01).

      *    RESULTADO DAS TRANSACOES.
       FD RELMDF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELMDF.DAT".

       01 LINHA-MDF               PIC X(80).

      *    TOTAL DE CONTROLE DA EXECUCAO.
       FD CTL61
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTL61.DAT".

       01 REG-CTL61.
           02 QTD-TRANS-CTL       PIC 9(07).
           02 QTD-ACEITAS-CTL     PIC 9(07).
           02 QTD-REJ-CTL         PIC 9(07).

       WORKING-STORAGE SECTION.
       77 FS-CADDEF               PIC X(02).
       77 FS-CADMDF               PIC X(02).
       77 FS-RELMDF               PIC X(02).
       77 FS-CTL61                PIC X(02).
       77 FIM-MDF                 PIC X(03)       VALUE "NAO".
       77 TEM-CADMDF              PIC X(03)       VALUE "NAO".
       77 ACHOU-DEF               PIC X(03)       VALUE "NAO".
       77 MOTIVO                  PIC X(40).
       77 CONT-TRANS              PIC 9(07)       VALUE ZEROS.
       77 CONT-ACEITAS            PIC 9(07)       VALUE ZEROS.
       77 CONT-REJ                PIC 9(07)       VALUE ZEROS.
       77 ERR-PROGRAMA            PIC X(08)       VALUE "EX61".
       77 ERR-ARQUIVO             PIC X(12).
       77 ERR-OPERACAO            PIC X(10)       VALUE "ABERTURA".
       77 ERR-STATUS              PIC X(02).
       77 ABORTAR-JOB             PIC X(03)       VALUE "NAO".

       01 LIN-MDF.
           02 COD-MDF-IMP         PIC 9(05).
           02 FILLER              PIC X(01)       VALUE "-".
           02 SEQ-MDF-IMP         PIC 9(02).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 OPER-MDF-IMP        PIC X(01).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 TIPO-MDF-IMP        PIC X(01).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 DESCR-MDF-IMP       PIC X(20).
           02 FILLER              PIC X(01)       VALUE SPACES.
           02 RESULTADO-MDF-IMP   PIC X(40).

       PROCEDURE DIVISION.
       EXFIX.

       PERFORM INICIO.
       IF ABORTAR-JOB NOT EQUAL "SIM"
          AND TEM-CADMDF EQUAL "SIM"
           PERFORM LE-CADMDF
           PERFORM APLICA-TRANSACAO
               UNTIL FIM-MDF EQUAL "SIM"
                  OR ABORTAR-JOB EQUAL "SIM"
       END-IF.
       PERFORM TERMINO.
       GOBACK.

       INICIO.
           OPEN OUTPUT RELMDF
                OUTPUT CTL61.
           PERFORM ABRE-CADDEF.
      *    O CADMDF E OPCIONAL: SEM TRANSACOES O MESTRE FICA COMO ESTA.
           OPEN INPUT CADMDF.
           IF FS-CADMDF EQUAL "00"
               MOVE "SIM" TO TEM-CADMDF.
           PERFORM VERIFICA-ABERTURA.

      *    CRIA O CADDEF NA PRIMEIRA EXECUCAO, NO MESMO MOLDE DO
      *    ABRE-CADHSF DO EX31.
       ABRE-CADDEF.
           OPEN I-O CADDEF.
           IF FS-CADDEF EQUAL "35"
               OPEN OUTPUT CADDEF
               CLOSE CADDEF
               OPEN I-O CADDEF.

      *    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM INICIO.
      *    QUALQUER STATUS DIFERENTE DE "00" E REPASSADO AO SUBPROGRAMA
      *    TRATERRO E LIGA ABORTAR-JOB.
       VERIFICA-ABERTURA.
           IF FS-CADDEF NOT EQUAL "00"
               MOVE "CADDEF.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDEF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-RELMDF NOT EQUAL "00"
               MOVE "RELMDF.DAT" TO ERR-ARQUIVO
               MOVE FS-RELMDF    TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.
           IF FS-CTL61 NOT EQUAL "00"
               MOVE "CTL61.DAT"  TO ERR-ARQUIVO
               MOVE FS-CTL61     TO ERR-STATUS
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "SIM" TO ABORTAR-JOB.

       LE-CADMDF.
           READ CADMDF
               AT END
                   MOVE "SIM" TO FIM-MDF
           END-READ.

       APLICA-TRANSACAO.
           ADD 1 TO CONT-TRANS.
           MOVE SPACES  TO MOTIVO.
           MOVE COD-MDF TO COD-DEF.
           MOVE SEQ-MDF TO SEQ-DEF.
           MOVE "SIM" TO ACHOU-DEF.
           READ CADDEF
               INVALID KEY
                   MOVE "NAO" TO ACHOU-DEF
           END-READ.
           EVALUATE OPER-MDF
               WHEN "I"
                   PERFORM INCLUI-DESCONTO
               WHEN "A"
                   PERFORM ALTERA-DESCONTO
               WHEN "E"
                   PERFORM EXCLUI-DESCONTO
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO MOTIVO
           END-EVALUATE.
           IF MOTIVO EQUAL SPACES
               PERFORM CONFERE-GRAVACAO
               ADD 1 TO CONT-ACEITAS
               EVALUATE OPER-MDF
                   WHEN "I"
                       MOVE "INCLUIDO"  TO MOTIVO
                   WHEN "A"
                       MOVE "ALTERADO"  TO MOTIVO
                   WHEN OTHER
                       MOVE "EXCLUIDO"  TO MOTIVO
               END-EVALUATE
           ELSE
               ADD 1 TO CONT-REJ
           END-IF.
           PERFORM IMPRIME-TRANSACAO.
           PERFORM LE-CADMDF.

      *    INCLUSAO: CHAVE NOVA E CAMPOS DO TIPO PREENCHIDOS. SEM
      *    SALDO INFORMADO, O SALDO DO EMPRESTIMO E A PARCELA VEZES AS
      *    PARCELAS QUE FALTAM.
       INCLUI-DESCONTO.
           IF ACHOU-DEF EQUAL "SIM"
               MOVE "DESCONTO JA CADASTRADO" TO MOTIVO
           ELSE
               MOVE SPACES   TO REG-DEF
               MOVE COD-MDF  TO COD-DEF
               MOVE SEQ-MDF  TO SEQ-DEF
               MOVE TIPO-MDF TO TIPO-DEF
               MOVE ZEROS TO VALOR-PARC-DEF QTD-PARC-DEF
                   PARC-PAGAS-DEF SALDO-DEF PERC-DEF BANCO-BEN-DEF
                   AGENCIA-BEN-DEF CONTA-BEN-DEF ULT-DATA-DEF
                   ULT-VALOR-DEF
               MOVE "A" TO SITUACAO-DEF
               MOVE "A" TO ULT-SIT-DEF
               PERFORM MOVE-CAMPOS
               IF MOTIVO EQUAL SPACES
                  AND TIPO-DEF EQUAL "E"
                  AND SALDO-MDF-X EQUAL SPACES
                   COMPUTE SALDO-DEF = VALOR-PARC-DEF
                       * (QTD-PARC-DEF - PARC-PAGAS-DEF)
               END-IF
               IF MOTIVO EQUAL SPACES
                   PERFORM VALIDA-DESCONTO
               END-IF
               IF MOTIVO EQUAL SPACES
                   WRITE REG-DEF
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

      *    ALTERACAO: SO OS CAMPOS PREENCHIDOS MUDAM. A SITUACAO ACEITA
      *    "A" (REATIVA) OU "S" (SUSPENDE A COBRANCA).
       ALTERA-DESCONTO.
           IF ACHOU-DEF EQUAL "NAO"
               MOVE "DESCONTO NAO CADASTRADO" TO MOTIVO
           ELSE
               IF TIPO-MDF NOT EQUAL SPACES
                  AND TIPO-MDF NOT EQUAL TIPO-DEF
                   MOVE "TIPO NAO PODE SER ALTERADO" TO MOTIVO
               END-IF
               IF MOTIVO EQUAL SPACES
                   PERFORM MOVE-CAMPOS
               END-IF
               IF MOTIVO EQUAL SPACES
                  AND SITUACAO-MDF NOT EQUAL SPACES
                   IF SITUACAO-MDF EQUAL "A"
                      OR SITUACAO-MDF EQUAL "S"
                       MOVE SITUACAO-MDF TO SITUACAO-DEF
                   ELSE
                       MOVE "SITUACAO INVALIDA" TO MOTIVO
                   END-IF
               END-IF
               IF MOTIVO EQUAL SPACES
                   PERFORM VALIDA-DESCONTO
               END-IF
               IF MOTIVO EQUAL SPACES
                   REWRITE REG-DEF
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       EXCLUI-DESCONTO.
           IF ACHOU-DEF EQUAL "NAO"
               MOVE "DESCONTO NAO CADASTRADO" TO MOTIVO
           ELSE
               DELETE CADDEF RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *    COPIA PARA O REGISTRO OS CAMPOS PREENCHIDOS DA TRANSACAO,
      *    RECUSANDO OS NAO NUMERICOS.
       MOVE-CAMPOS.
           IF DESCR-MDF NOT EQUAL SPACES
               MOVE DESCR-MDF TO DESCR-DEF.
           IF PARC-MDF-X NOT EQUAL SPACES
               IF PARC-MDF-X IS NUMERIC
                   MOVE PARC-MDF TO VALOR-PARC-DEF
               ELSE
                   MOVE "VALOR DA PARCELA INVALIDO" TO MOTIVO.
           IF QTD-MDF-X NOT EQUAL SPACES
               IF QTD-MDF-X IS NUMERIC
                   MOVE QTD-MDF TO QTD-PARC-DEF
               ELSE
                   MOVE "QUANTIDADE DE PARCELAS INVALIDA" TO MOTIVO.
           IF PAGAS-MDF-X NOT EQUAL SPACES
               IF PAGAS-MDF-X IS NUMERIC
                   MOVE PAGAS-MDF TO PARC-PAGAS-DEF
               ELSE
                   MOVE "PARCELAS PAGAS INVALIDAS" TO MOTIVO.
           IF SALDO-MDF-X NOT EQUAL SPACES
               IF SALDO-MDF-X IS NUMERIC
                   MOVE SALDO-MDF TO SALDO-DEF
               ELSE
                   MOVE "SALDO DEVEDOR INVALIDO" TO MOTIVO.
           IF PERC-MDF-X NOT EQUAL SPACES
               IF PERC-MDF-X IS NUMERIC
                   MOVE PERC-MDF TO PERC-DEF
               ELSE
                   MOVE "PERCENTUAL INVALIDO" TO MOTIVO.
           IF BANCO-MDF-X NOT EQUAL SPACES
               IF BANCO-MDF-X IS NUMERIC
                   MOVE BANCO-MDF TO BANCO-BEN-DEF
               ELSE
                   MOVE "BANCO INVALIDO" TO MOTIVO.
           IF AGENCIA-MDF-X NOT EQUAL SPACES
               IF AGENCIA-MDF-X IS NUMERIC
                   MOVE AGENCIA-MDF TO AGENCIA-BEN-DEF
               ELSE
                   MOVE "AGENCIA INVALIDA" TO MOTIVO.
           IF CONTA-MDF-X NOT EQUAL SPACES
               IF CONTA-MDF-X IS NUMERIC
                   MOVE CONTA-MDF TO CONTA-BEN-DEF
               ELSE
                   MOVE "CONTA INVALIDA" TO MOTIVO.

      *    CONSISTENCIA DO REGISTRO JA MONTADO, NA INCLUSAO E NA
      *    ALTERACAO.
       VALIDA-DESCONTO.
           EVALUATE TIPO-DEF
               WHEN "E"
                   IF VALOR-PARC-DEF EQUAL ZEROS
                      OR QTD-PARC-DEF EQUAL ZEROS
                       MOVE "PARCELA E QUANTIDADE OBRIGATORIAS"
                           TO MOTIVO
                   ELSE
                       IF PARC-PAGAS-DEF GREATER QTD-PARC-DEF
                           MOVE "PAGAS MAIOR QUE A QUANTIDADE"
                               TO MOTIVO
                       END-IF
                   END-IF
                   IF MOTIVO EQUAL SPACES
                      AND SITUACAO-DEF EQUAL "A"
                      AND (SALDO-DEF EQUAL ZEROS
                        OR PARC-PAGAS-DEF EQUAL QTD-PARC-DEF)
                       MOVE "EMPRESTIMO SEM SALDO A COBRAR" TO MOTIVO
                   END-IF
               WHEN "P"
                   IF PERC-DEF EQUAL ZEROS
                      OR PERC-DEF GREATER 100
                       MOVE "PERCENTUAL FORA DE 0 A 100" TO MOTIVO
                   ELSE
                       IF BANCO-BEN-DEF EQUAL ZEROS
                          OR CONTA-BEN-DEF EQUAL ZEROS
                           MOVE "CONTA DO BENEFICIARIO OBRIGATORIA"
                               TO MOTIVO
                       END-IF
                   END-IF
                   IF MOTIVO EQUAL SPACES
                      AND DESCR-DEF EQUAL SPACES
                       MOVE "NOME DO BENEFICIARIO OBRIGATORIO"
                           TO MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE DESCONTO INVALIDO" TO MOTIVO
           END-EVALUATE.

       CONFERE-GRAVACAO.
           IF FS-CADDEF NOT EQUAL "00"
               MOVE "CADDEF.DAT" TO ERR-ARQUIVO
               MOVE FS-CADDEF    TO ERR-STATUS
               MOVE "GRAVACAO"   TO ERR-OPERACAO
               CALL "TRATERRO" USING ERR-PROGRAMA ERR-ARQUIVO
                   ERR-OPERACAO ERR-STATUS
               MOVE "ABERTURA"   TO ERR-OPERACAO
               MOVE "SIM" TO ABORTAR-JOB.

       IMPRIME-TRANSACAO.
           MOVE COD-MDF   TO COD-MDF-IMP.
           MOVE SEQ-MDF   TO SEQ-MDF-IMP.
           MOVE OPER-MDF  TO OPER-MDF-IMP.
           MOVE TIPO-MDF  TO TIPO-MDF-IMP.
           MOVE DESCR-MDF TO DESCR-MDF-IMP.
           MOVE MOTIVO    TO RESULTADO-MDF-IMP.
           MOVE LIN-MDF   TO LINHA-MDF.
           WRITE LINHA-MDF.

       GERA-RELATORIO-CTL.
           MOVE CONT-TRANS   TO QTD-TRANS-CTL.
           MOVE CONT-ACEITAS TO QTD-ACEITAS-CTL.
           MOVE CONT-REJ     TO QTD-REJ-CTL.
           WRITE REG-CTL61.

       TERMINO.
           IF ABORTAR-JOB NOT EQUAL "SIM"
               PERFORM GERA-RELATORIO-CTL
           END-IF.
           IF TEM-CADMDF EQUAL "SIM"
               CLOSE CADMDF.
           CLOSE CADDEF
                 RELMDF
                 CTL61.
           IF ABORTAR-JOB EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE.
