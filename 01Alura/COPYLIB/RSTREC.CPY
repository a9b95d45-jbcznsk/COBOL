      *----------------------------------------------------------------
      * RSTREC - PARAMETRO DA RESTAURACAO DE MESTRE (MSTREST, ARQUIVO
      * RSTPARM, UM REGISTRO). O MESTRE A RESTAURAR VEM DO CABECALHO
      * DA COPIA ESCOLHIDA (MSTBKUP, APONTADA PELA JCL).
      * RSP-AVANCO: S = REAPLICA AS IMAGENS DEPOIS DA TRILHA DE
      * AUDITORIA DO MESTRE (MNTAUDIT, LONAUDIT OU DEPAUDIT) GRAVADAS
      * APOS A COPIA, ATE RSP-DATA-LIMITE/RSP-HORA-LIMITE (DATA
      * ZERADA = SEM LIMITE; HORA ZERADA = ATE O FIM DO DIA LIMITE);
      * N = SO RECARREGA A COPIA.
      *----------------------------------------------------------------
       01  RESTORE-PARM-RECORD.
           05  RSP-AVANCO         PIC X(01).
               88  RSP-COM-AVANCO           VALUE 'S'.
               88  RSP-SEM-AVANCO           VALUE 'N'.
           05  RSP-DATA-LIMITE    PIC 9(08).
           05  RSP-HORA-LIMITE    PIC 9(08).
