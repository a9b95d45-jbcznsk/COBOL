      *----------------------------------------------------------------
      * GLMREC - ARQUIVO DE PARAMETROS DO MAPEAMENTO CONTABIL (GLPARAM),
      * MANTIDO PELA CONTABILIDADE. CADA REGISTRO LIGA UMA ORIGEM DE
      * VALOR DA FOLHA AO PAR DE CONTAS DO RAZAO (DEBITO E CREDITO) EM
      * UM CONJUNTO COM DATA DE VIGENCIA; UM CONJUNTO COMPLETO TEM AS
      * 4 ORIGENS COM A MESMA DATA:
      *   SAL - SALARIOS DO MESTRE (EMP-SALARIO)
      *   RET - RETROATIVO DE MERITO (RETROEXP)
      *   RES - ACERTO DE EMPRESTIMO NA RESCISAO (SETLEXPT)
      *   EMP - DESCONTO DE PARCELA DE EMPRESTIMO (DEDEXPRT)
      * CONJUNTOS COM VIGENCIA FUTURA PODEM SER DIGITADOS
      * ANTECIPADAMENTE: O GLJORNAL USA O CONJUNTO VIGENTE PARA A DATA
      * DA EXECUCAO.
      *----------------------------------------------------------------
       01  GL-MAPPING-RECORD.
           05  GLM-DATA-VIGENCIA  PIC 9(08).
           05  GLM-ORIGEM         PIC X(03).
           05  GLM-CONTA-DEBITO   PIC X(10).
           05  GLM-CONTA-CREDITO  PIC X(10).
