      *                     FUNCIONARIO ATIVO) E PASSA ADIANTE; NAO HA
      *                     CRITICA DE DATA FUTURA - UMA ADMISSAO
      *                     AGENDADA E UM CASO REAL.
      *  15/10/2026 LLB     O CADFUN GANHOU O NIVEL SALARIAL NO FIM DO
      *                     REGISTRO; O LAYOUT DE LEITURA, O CADFNV E O
      *                     REJFUN FORAM ALARGADOS PARA ACOMPANHA-LO. O
      *                     CAMPO PASSA ADIANTE SEM CRITICA PROPRIA: A
      *                     EXISTENCIA NO CADNIV E CONFERIDA NA
      *                     MANUTENCAO DO EX15, E NIVEL EM BRANCO E
      *                     LEGITIMO (FUNCIONARIO AINDA SEM NIVEL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DT-DESLIG-X         PIC X(08).
           02 DT-DESLIG-N REDEFINES DT-DESLIG-X
                                  PIC 9(08).
           02 NIVEL-FUN           PIC X(03).

      *    CADASTROS VALIDADOS, NOS MESMOS LAYOUTS DOS ORIGINAIS: SAO
      *    ESTES QUE O EX06 E O EX08 PASSAM A LER NO LOTE.
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFNV.DAT".

       01 REG-FNV                 PIC X(75).
      *    VISOES DO SELO DE REPASSE DO CADASTRO VALIDADO.
       01 REG-SELO-HF.
           02 TIPO-SELO-HF        PIC X(03).

       01 REG-REJF.
           02 MOTIVO-REJF         PIC X(02).
           02 CONTEUDO-REJF       PIC X(75).

      *    TOTAL DE CONTROLE DA EXECUCAO, UM CONJUNTO DE CONTADORES
      *    POR CADASTRO VALIDADO.
