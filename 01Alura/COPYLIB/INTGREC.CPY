      *----------------------------------------------------------------
      * INTGREC - ARQUIVO DE TRABALHO DAS INCONSISTENCIAS APONTADAS
      * PELA VERIFICACAO DE INTEGRIDADE DOS MESTRES (INTEGCHK,
      * ARQUIVO INTGWRK). UM REGISTRO POR INCONSISTENCIA: REGRA
      * VIOLADA, SE A REGRA E CRITICA (S/N), MATRICULA E UM TEXTO COM
      * OS VALORES QUE NAO CONFEREM. O MESMO ARQUIVO E ORDENADO DUAS
      * VEZES PARA O RELATORIO: POR REGRA E POR FUNCIONARIO.
      *----------------------------------------------------------------
       01  INTEGRITY-EXCEPTION-RECORD.
           05  ITG-REGRA          PIC 9(02).
           05  ITG-CRITICA        PIC X(01).
               88  ITG-REGRA-CRITICA        VALUE 'S'.
           05  ITG-EMP-ID         PIC 9(06).
           05  ITG-DETALHE        PIC X(40).
