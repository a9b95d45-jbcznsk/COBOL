      *----------------------------------------------------------------
      * RMAPREC - MAPA DA REORGANIZACAO DE DEPARTAMENTOS (REORGMAP),
      * LIDO PELO DEPREORG: UM REGISTRO POR CODIGO ANTIGO, COM O CODIGO
      * NOVO E A DATA EFETIVA (DATA GRAVADA NO DEPTHIST, DENTRO DO MES
      * CORRENTE). VARIOS CODIGOS ANTIGOS PARA O MESMO NOVO = FUSAO;
      * UM PARA UM = RENUMERACAO. O CODIGO NOVO AINDA NAO CADASTRADO E
      * CRIADO NO DEPTMAST COM RMP-NOME-DESTINO/RMP-CENTRO-CUSTO (EM
      * BRANCO = HERDA DO DEPARTAMENTO ANTIGO); O ANTIGO E BAIXADO.
      *----------------------------------------------------------------
       01  REORG-MAP-RECORD.
           05  RMP-DEPTO-ORIGEM   PIC X(04).
           05  RMP-DEPTO-DESTINO  PIC X(04).
           05  RMP-DATA-EFETIVA   PIC 9(08).
           05  RMP-NOME-DESTINO   PIC X(20).
           05  RMP-CENTRO-CUSTO   PIC X(06).
