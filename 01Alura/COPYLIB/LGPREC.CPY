      *----------------------------------------------------------------
      * LGPREC - TABELA DE RETENCAO DE DADOS PESSOAIS (LGPDPARM),
      * MANTIDA PELO ENCARREGADO DE DADOS (DPO) E LIDA PELO EXPURGO
      * ANUAL LGPDEXPG. UM REGISTRO POR CATEGORIA: QUANTOS ANOS DEPOIS
      * DE EMP-DATA-STATUS (DATA DO DESLIGAMENTO) OS DADOS DAQUELA
      * CATEGORIA SAO GUARDADOS ANTES DE ANONIMIZADOS.
      *   CADASTRO = EMPMAST            SALARIO  = SALHIST, DECHIST
      *   AUDITORI = AUDARCHV, MNTAUDIT, MERAUDIT
      *   MOVIMENT = DEPTHIST           EMPRESTI = LOANMAST, LONAUDIT
      *   PREMIO   = AWDHIST
      * CATEGORIA AUSENTE NAO E EXPURGADA. ARQUIVO AUSENTE OU VAZIO,
      * CATEGORIA DESCONHECIDA OU REPETIDA E ANOS NAO NUMERICO OU
      * ZERADO ABORTAM O EXPURGO.
      *----------------------------------------------------------------
       01  RETENTION-PARM-RECORD.
           05  LGP-CATEGORIA      PIC X(08).
           05  LGP-ANOS           PIC 9(02).
