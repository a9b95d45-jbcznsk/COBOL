      *----------------------------------------------------------------
      * SIMPREC - ARQUIVO DE PARAMETRO DA SIMULACAO DE MERITO
      * (SIMPARM), PREENCHIDO PELO ANALISTA A CADA PEDIDO DO RH: DATA
      * DE VIGENCIA DO CONJUNTO CANDIDATO DE FAIXAS JA DIGITADO NO
      * TBPARAM. O MERSIMUL COMPARA ESSE CONJUNTO COM O VIGENTE HOJE.
      * ARQUIVO AUSENTE, VAZIO OU COM DATA NAO NUMERICA ENCERRA A
      * SIMULACAO SEM RELATORIO.
      *----------------------------------------------------------------
       01  SIMULATION-PARM-RECORD.
           05  SIM-DATA-CANDIDATA PIC 9(08).
