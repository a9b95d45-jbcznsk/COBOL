      *----------------------------------------------------------------
      * GLJREC - LAYOUT FIXO DO LANCAMENTO CONTABIL MENSAL DA FOLHA
      * PARA O RAZAO GERAL (GLJOURN), GERADO PELO GLJORNAL. PARA CADA
      * CENTRO DE CUSTO (DEP-CENTRO-CUSTO) E ORIGEM DE VALOR HA UMA
      * PARTIDA DOBRADA: UMA LINHA A DEBITO E UMA A CREDITO, DE MESMO
      * VALOR, NAS CONTAS DO MAPEAMENTO VIGENTE (GLPARAM).
      * COMO AS INTERFACES DA FOLHA, O ARQUIVO CARREGA OS REGISTROS DE
      * CONTROLE: CABECALHO 'H' (DATA DA EXECUCAO, PROGRAMA GERADOR E
      * COMPETENCIA AAAAMM), DETALHES 'D' E TRAILER 'T' (QUANTIDADE DE
      * DETALHES E SOMAS DOS DEBITOS E DOS CREDITOS, QUE SAO IGUAIS:
      * LANCAMENTO DESBALANCEADO NAO E GRAVADO).
      *----------------------------------------------------------------
       01  GL-JOURNAL-HEADER-RECORD.
           05  GJH-TIPO           PIC X(01).
           05  GJH-RUN-DATE       PIC 9(08).
           05  GJH-PROGRAMA       PIC X(10).
           05  GJH-COMPETENCIA    PIC 9(06).
       01  GL-JOURNAL-RECORD.
           05  GLJ-TIPO           PIC X(01).
           05  GLJ-COMPETENCIA    PIC 9(06).
           05  GLJ-CENTRO-CUSTO   PIC X(06).
           05  GLJ-CONTA          PIC X(10).
           05  GLJ-NATUREZA       PIC X(01).
               88  GLJ-DEBITO             VALUE 'D'.
               88  GLJ-CREDITO            VALUE 'C'.
           05  GLJ-ORIGEM         PIC X(03).
           05  GLJ-VALOR          PIC 9(09)V99.
       01  GL-JOURNAL-TRAILER-RECORD.
           05  GJT-TIPO           PIC X(01).
           05  GJT-QTD-REGISTROS  PIC 9(06).
           05  GJT-SOMA-DEBITOS   PIC 9(11)V99.
           05  GJT-SOMA-CREDITOS  PIC 9(11)V99.
