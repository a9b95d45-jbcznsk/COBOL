      *----------------------------------------------------------------
      * RORPREC - PARAMETRO DA REORGANIZACAO DE DEPARTAMENTOS
      * (REORPARM, UM REGISTRO). ROP-MODO: S = SIMULACAO, SO IMPRIME
      * O RELATORIO DE IMPACTO; E = EFETIVACAO, GRAVA AS MUDANCAS.
      * ARQUIVO AUSENTE OU VAZIO = SIMULACAO.
      *----------------------------------------------------------------
       01  REORG-PARM-RECORD.
           05  ROP-MODO           PIC X(01).
               88  ROP-SIMULACAO            VALUE 'S'.
               88  ROP-EFETIVACAO           VALUE 'E'.
