000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LGPDEXPG.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. EXPURGO ANUAL (LGPD) DOS
000130*                   DADOS PESSOAIS DE DESLIGADOS, DIRIGIDO PELA
000140*                   TABELA DE RETENCAO LGPDPARM (ANOS APOS
000150*                   EMP-DATA-STATUS POR CATEGORIA DE DADOS). SO
000160*                   ENTRA NO EXPURGO O DESLIGADO SEM SALDO EM
000170*                   ABERTO NO LOANMAST; O QUE TEM SALDO E LISTADO
000180*                   COMO BLOQUEADO. NENHUM REGISTRO E EXCLUIDO:
000188*                   NOME ANONIMIZADO E SALARIO/VALORES ZERADOS NO
000196*                   EMPMAST, SALHIST, DECHIST, LOANMAST E AWDHIST
000204*                   (A MATRICULA FICA COMO CHAVE ANONIMA) E, NOS
000212*                   SEQUENCIAIS, COPIA PARA A NOVA GERACAO
000220*                   (AUDARNEW, MNTAUNEW, MERAUNEW, LONAUNEW,
000228*                   DEPTHNEW) COM NOME E SALARIO MASCARADOS NO
000236*                   ARQUIVO MORTO E NAS IMAGENS DAS TRILHAS, O
000244*                   VALOR DO RETROATIVO ZERADO NO MERAUDIT E A
000252*                   MATRICULA ZERADA NO ARQUIVO MORTO E NO
000260*                   DEPTHIST. A OPERACAO FAZ
000270*                   VALER AS NOVAS GERACOES NO PASSO SEGUINTE DA
000280*                   JCL, COMO NO AUDARCH. A QUANTIDADE DE
000290*                   REGISTROS, DATAS, DEPARTAMENTOS E TEMPO DE
000300*                   CASA FICAM INTACTOS: AS CONTAGENS DO TCTREND
000310*                   E DO DEPMOVRP NAO MUDAM. O RELATORIO LGPDRPT E
000320*                   O CERTIFICADO DO EXPURGO: TABELA APLICADA,
000330*                   BLOQUEADOS, CADA FUNCIONARIO E ARQUIVO
000340*                   ANONIMIZADO E A CONFERENCIA LIDOS X GRAVADOS
000350*                   DOS SEQUENCIAIS. REEXECUCAO NAO ALTERA O QUE
000360*                   JA FOI ANONIMIZADO. RODAR COM O LOTE PARADO,
000370*                   DEPOIS DO MSTSNAP; APOS RESTAURAR UMA COPIA
000380*                   ANTERIOR AO EXPURGO, REEXECUTAR O EXPURGO.
000390*                   RETURN-CODE: 0 = NORMAL, 4 = DESLIGADO
000400*                   BLOQUEADO POR EMPRESTIMO OU CATEGORIA SEM
000410*                   RETENCAO INFORMADA, 12 = PARAMETRO INVALIDO OU
000420*                   FALHA DE ARQUIVO (RESULTADO 'A' NO RUNCTL).
000430*----------------------------------------------------------------

000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RETENTION-PARM-FILE
000510         ASSIGN TO LGPDPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-STATUS-PRM.

000540     SELECT EMPLOYEE-MASTER
000550         ASSIGN TO EMPMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EMP-ID OF EMP-RECORD
000590         FILE STATUS IS WRK-STATUS-EMP.

000600     SELECT SALARY-HIST
000610         ASSIGN TO SALHIST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SAL-CHAVE OF SALARY-HIST-RECORD
000650         FILE STATUS IS WRK-STATUS-SAL.

000660     SELECT LOAN-MASTER
000670         ASSIGN TO LOANMAST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LON-CHAVE OF LOAN-RECORD
000710         FILE STATUS IS WRK-STATUS-LON.

000720     SELECT AWARD-HISTORY-FILE
000730         ASSIGN TO AWDHIST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS AWH-CHAVE OF AWARD-HISTORY-RECORD
000770         FILE STATUS IS WRK-STATUS-AWH.

000771     SELECT THIRTEENTH-HIST
000772         ASSIGN TO DECHIST
000773         ORGANIZATION IS INDEXED
000774         ACCESS MODE IS DYNAMIC
000775         RECORD KEY IS DEC-CHAVE OF THIRTEENTH-HIST-RECORD
000776         FILE STATUS IS WRK-STATUS-DEC.

000780     SELECT OPTIONAL ARCHIVE-FILE-IN
000790         ASSIGN TO AUDARCHV
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WRK-STATUS-ARC.

000820     SELECT ARCHIVE-FILE-NEW
000830         ASSIGN TO AUDARNEW
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-STATUS-ARN.

000860     SELECT OPTIONAL MAINT-AUDIT-LOG
000870         ASSIGN TO MNTAUDIT
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-STATUS-AUD.

000900     SELECT MAINT-AUDIT-NEW
000910         ASSIGN TO MNTAUNEW
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WRK-STATUS-AUN.

000931     SELECT OPTIONAL MERIT-AUDIT-LOG
000932         ASSIGN TO MERAUDIT
000933         ORGANIZATION IS LINE SEQUENTIAL
000934         FILE STATUS IS WRK-STATUS-MAU.

000935     SELECT MERIT-AUDIT-NEW
000936         ASSIGN TO MERAUNEW
000937         ORGANIZATION IS LINE SEQUENTIAL
000938         FILE STATUS IS WRK-STATUS-MAN.

000940     SELECT OPTIONAL LOAN-AUDIT-LOG
000950         ASSIGN TO LONAUDIT
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WRK-STATUS-LAU.

000980     SELECT LOAN-AUDIT-NEW
000990         ASSIGN TO LONAUNEW
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WRK-STATUS-LAN.

001020     SELECT OPTIONAL DEPT-MOVE-FILE
001030         ASSIGN TO DEPTHIST
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WRK-STATUS-MOV.

001060     SELECT DEPT-MOVE-NEW
001070         ASSIGN TO DEPTHNEW
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WRK-STATUS-MVN.

001100     SELECT PRINT-REPORT
001110         ASSIGN TO LGPDRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WRK-STATUS-RPT.

001140     SELECT RUN-CONTROL-FILE
001150         ASSIGN TO RUNCTL
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WRK-STATUS-RUN.

001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  RETENTION-PARM-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY LGPREC.

001230 FD  EMPLOYEE-MASTER
001240     LABEL RECORDS ARE STANDARD.
001250     COPY EMPMAST.

001260 FD  SALARY-HIST
001270     LABEL RECORDS ARE STANDARD.
001280     COPY SALHREC.

001290 FD  LOAN-MASTER
001300     LABEL RECORDS ARE STANDARD.
001310     COPY LOANREC.

001320 FD  AWARD-HISTORY-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY AWHREC.

001342 FD  THIRTEENTH-HIST
001344     LABEL RECORDS ARE STANDARD.
001346     COPY DECREC.

001350 FD  ARCHIVE-FILE-IN
001360     LABEL RECORDS ARE STANDARD.
001370     COPY AUDTREC.

001380 FD  ARCHIVE-FILE-NEW
001390     LABEL RECORDS ARE STANDARD.
001400     COPY AUDTREC REPLACING ==AUDIT-RECORD==
001410                         BY ==ARCH-NEW-RECORD==
001415                         LEADING ==AUD== BY ==ARN==.

001420 FD  MAINT-AUDIT-LOG
001430     LABEL RECORDS ARE STANDARD.
001440     COPY MNTAUD.

001450 FD  MAINT-AUDIT-NEW
001460     LABEL RECORDS ARE STANDARD.
001470     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001480                        BY ==MAINT-AUDIT-NEW-RECORD==
001490                        LEADING ==MNT== BY ==MNN==.

001491 FD  MERIT-AUDIT-LOG
001492     LABEL RECORDS ARE STANDARD.
001493     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001494                        BY ==MERIT-AUDIT-RECORD==
001495                        LEADING ==MNT== BY ==MAU==.

001496 FD  MERIT-AUDIT-NEW
001497     LABEL RECORDS ARE STANDARD.
001498     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001499                        BY ==MERIT-AUDIT-NEW-RECORD==
001500                        LEADING ==MNT== BY ==MAN==.

001501 FD  LOAN-AUDIT-LOG
001510     LABEL RECORDS ARE STANDARD.
001520     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001530                        BY ==LOAN-AUDIT-RECORD==
001540                        LEADING ==MNT== BY ==LAU==.

001550 FD  LOAN-AUDIT-NEW
001560     LABEL RECORDS ARE STANDARD.
001570     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001580                        BY ==LOAN-AUDIT-NEW-RECORD==
001590                        LEADING ==MNT== BY ==LAN==.

001600 FD  DEPT-MOVE-FILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY DMOVREC.

001630 FD  DEPT-MOVE-NEW
001640     LABEL RECORDS ARE STANDARD.
001650     COPY DMOVREC REPLACING ==DEPT-MOVE-RECORD==
001660                         BY ==DEPT-MOVE-NEW-RECORD==
001670                         LEADING ==DMV== BY ==DMN==.

001680 FD  PRINT-REPORT
001690     LABEL RECORDS ARE STANDARD.
001700 01  PRINT-LINE             PIC X(80).

001710 FD  RUN-CONTROL-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY RUNREC.

001740 WORKING-STORAGE SECTION.
001750     01 WRK-DATAATUAL.
001760         02 WRK-ANO    PIC 9(4).
001770         02 WRK-MES    PIC 9(2).
001780         02 WRK-DIA    PIC 9(2).
001790     01 WRK-DATA-LIMITE.
001800         02 WRK-LIM-ANO PIC 9(4).
001810         02 WRK-LIM-MES PIC 9(2).
001820         02 WRK-LIM-DIA PIC 9(2).
001830     01 WRK-DATA-LIMITE-NUM REDEFINES WRK-DATA-LIMITE
001840                            PIC 9(08).
001850     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001860     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.
001870     77 WRK-NOME-ANONIMO    PIC X(10) VALUE '*ANONIMO*'.
001880     77 WRK-REGISTRO-ORIGINAL PIC X(200) VALUE SPACES.
001890     77 WRK-EMP-ATUAL       PIC 9(06) VALUE ZEROS.
001900     77 WRK-EMP-PROCURADO   PIC 9(06) VALUE ZEROS.
001910     77 WRK-IDX-ARQUIVO     PIC 9(02) VALUE ZEROS.
001920     77 WRK-IDX-CATEGORIA   PIC 9(02) VALUE ZEROS.
001930     77 WRK-CAT-ACHADA      PIC 9(02) VALUE ZEROS.
001940     77 WRK-SALDO-ABERTO    PIC 9(09)V99 VALUE ZEROS.
001950     77 WRK-QTD-PARAMETROS  PIC 9(03) VALUE ZEROS.
001960     77 WRK-QTD-CATEGORIAS-CND PIC 9(02) VALUE ZEROS.
001970     77 WRK-QTD-REGISTROS-FUNC PIC 9(07) VALUE ZEROS.
001980     77 WRK-QTD-ELEGIVEIS   PIC 9(04) VALUE ZEROS.
001990     77 WRK-QTD-BLOQUEADOS  PIC 9(06) VALUE ZEROS.
002000     77 WRK-QTD-EXPURGADOS  PIC 9(06) VALUE ZEROS.
002010     77 WRK-QTD-JA-EXPURGADOS PIC 9(06) VALUE ZEROS.

002020*----------------------------------------------------------------
002030* IMAGENS DE TRABALHO PARA MASCARAR O MESTRE E AS IMAGENS DAS
002040* TRILHAS NO LAYOUT DO PROPRIO MESTRE.
002050*----------------------------------------------------------------
002060     COPY EMPMAST REPLACING LEADING ==EMP== BY ==IEM==.
002070     COPY LOANREC REPLACING ==LOAN-RECORD== BY ==ILN-RECORD==
002080                            LEADING ==LON== BY ==ILN==.

002081*----------------------------------------------------------------
002082* LINHA DO RETROATIVO (ACAO 'R') GRAVADA PELO MERITAPL NA IMAGEM
002083* DEPOIS DA TRILHA MERAUDIT.
002084*----------------------------------------------------------------
002085     01 WRK-IMAGEM-RETRO.
002086         05 FILLER          PIC X(18).
002087         05 WRK-IR-MESES    PIC 9(03).
002088         05 FILLER          PIC X(08).
002089         05 WRK-IR-VALOR    PIC 9(07).99.
002090         05 FILLER          PIC X(41).

002091*----------------------------------------------------------------
002100* CATEGORIAS DA TABELA DE RETENCAO, NA ORDEM DO INDICE USADO EM
002110* WRK-ARQ-CATEGORIA, COM OS ARQUIVOS QUE CADA UMA COBRE.
002120*----------------------------------------------------------------
002130     01 WRK-CATEGORIAS-VALORES.
002140         05 FILLER PIC X(36) VALUE 'CADASTROEMPMAST'.
002150         05 FILLER PIC X(36) VALUE 'SALARIO SALHIST, DECHIST'.
002156         05 FILLER PIC X(36)
002162             VALUE 'AUDITORIAUDARCHV, MNTAUDIT, MERAUDIT'.
002170         05 FILLER PIC X(36) VALUE 'MOVIMENTDEPTHIST'.
002180         05 FILLER PIC X(36) VALUE 'EMPRESTILOANMAST, LONAUDIT'.
002190         05 FILLER PIC X(36) VALUE 'PREMIO  AWDHIST'.
002200     01 WRK-TABELA-CATEGORIAS REDEFINES WRK-CATEGORIAS-VALORES.
002210         05 WRK-CATEGORIA OCCURS 6 TIMES.
002220             10 WRK-CAT-NOME       PIC X(08).
002230             10 WRK-CAT-ARQUIVOS   PIC X(28).

002240     01 WRK-RETENCAO.
002250         05 WRK-RET OCCURS 6 TIMES.
002260             10 WRK-RET-INFORMADA  PIC X(01).
002270             10 WRK-RET-ANOS       PIC 9(02).
002280             10 WRK-RET-LIMITE     PIC 9(08).

002290*----------------------------------------------------------------
002300* ARQUIVOS TRATADOS: NOME, CATEGORIA DE RETENCAO E TRATAMENTO
002310* IMPRESSO NO CERTIFICADO. 1 A 5 INDEXADOS (ALTERADOS NO
002320* LUGAR), 6 A 10 SEQUENCIAIS (COPIADOS PARA A NOVA GERACAO).
002330*----------------------------------------------------------------
002340     01 WRK-ARQUIVOS-VALORES.
002350         05 FILLER PIC X(09) VALUE 'EMPMAST 1'.
002360         05 FILLER PIC X(43)
002370             VALUE 'NOME ANONIMIZADO, SALARIO E MERITO ZERADOS'.
002380         05 FILLER PIC X(09) VALUE 'SALHIST 2'.
002390         05 FILLER PIC X(43)
002400             VALUE 'SALARIOS ANTERIOR E NOVO ZERADOS'.
002402         05 FILLER PIC X(09) VALUE 'DECHIST 2'.
002404         05 FILLER PIC X(43)
002406             VALUE 'SALARIO BASE E VALOR ZERADOS'.
002410         05 FILLER PIC X(09) VALUE 'LOANMAST5'.
002420         05 FILLER PIC X(43)
002430             VALUE 'VALORES DO CONTRATO ZERADOS'.
002440         05 FILLER PIC X(09) VALUE 'AWDHIST 6'.
002450         05 FILLER PIC X(43)
002460             VALUE 'NOME ANONIMIZADO'.
002470         05 FILLER PIC X(09) VALUE 'AUDARCHV3'.
002480         05 FILLER PIC X(43)
002490             VALUE 'MATRICULA, NOME E SALARIO MASCARADOS'.
002500         05 FILLER PIC X(09) VALUE 'MNTAUDIT3'.
002510         05 FILLER PIC X(43)
002520             VALUE 'NOME E SALARIO MASCARADOS NAS IMAGENS'.
002522         05 FILLER PIC X(09) VALUE 'MERAUDIT3'.
002524         05 FILLER PIC X(43)
002526             VALUE 'NOME, SALARIO E RETROATIVO MASCARADOS'.
002530         05 FILLER PIC X(09) VALUE 'LONAUDIT5'.
002540         05 FILLER PIC X(43)
002550             VALUE 'VALORES MASCARADOS NAS IMAGENS'.
002560         05 FILLER PIC X(09) VALUE 'DEPTHIST4'.
002570         05 FILLER PIC X(43)
002580             VALUE 'MATRICULA MASCARADA'.
002590     01 WRK-TABELA-ARQUIVOS REDEFINES WRK-ARQUIVOS-VALORES.
002600         05 WRK-ARQUIVO OCCURS 10 TIMES.
002610             10 WRK-ARQ-NOME       PIC X(08).
002620             10 WRK-ARQ-CATEGORIA  PIC 9(01).
002630             10 WRK-ARQ-TRATAMENTO PIC X(43).

002640     01 WRK-CONTADORES-ARQUIVO.
002650         05 WRK-CONTADOR-ARQ OCCURS 10 TIMES.
002660             10 WRK-ARQ-QTD-ANONIMIZADOS PIC 9(07).
002670             10 WRK-ARQ-QTD-LIDOS        PIC 9(07).
002680             10 WRK-ARQ-QTD-GRAVADOS     PIC 9(07).

002690*----------------------------------------------------------------
002700* CATEGORIAS VENCIDAS DO DESLIGADO EM AVALIACAO.
002710*----------------------------------------------------------------
002720     01 WRK-CANDIDATO.
002730         05 WRK-CND-CATEGORIA OCCURS 6 TIMES PIC X(01).

002740*----------------------------------------------------------------
002750* DESLIGADOS ELEGIVEIS, EM ORDEM DE MATRICULA (CARREGADOS NA
002760* LEITURA SEQUENCIAL DO EMPMAST), COM AS CATEGORIAS VENCIDAS E
002770* OS REGISTROS ANONIMIZADOS EM CADA ARQUIVO.
002780*----------------------------------------------------------------
002790     01 WRK-TABELA-ELEGIVEIS.
002800         05 WRK-ELEGIVEL OCCURS 1 TO 5000 TIMES
002810                 DEPENDING ON WRK-QTD-ELEGIVEIS
002820                 ASCENDING KEY IS WRK-ELG-EMP-ID
002830                 INDEXED BY ELG-IDX.
002840             10 WRK-ELG-EMP-ID      PIC 9(06).
002850             10 WRK-ELG-DATA-STATUS PIC 9(08).
002860             10 WRK-ELG-CATEGORIAS.
002870                 15 WRK-ELG-CATEGORIA OCCURS 6 TIMES
002880                                    PIC X(01).
002890             10 WRK-ELG-CONTADORES.
002900                 15 WRK-ELG-QTD-ARQUIVO OCCURS 10 TIMES
002910                                    PIC 9(05).

002920     01 WRK-SWITCHES.
002930         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
002940             88 ABORTAR-EXECUCAO       VALUE 'S'.
002950         05 SW-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
002960             88 FIM-ARQUIVO            VALUE 'S'.
002970         05 SW-FIM-ARQUIVO-EMP  PIC X(01) VALUE 'N'.
002980             88 FIM-ARQUIVO-EMP        VALUE 'S'.
002990         05 SW-FIM-CHAVE        PIC X(01) VALUE 'N'.
003000             88 FIM-CHAVE              VALUE 'S'.
003010         05 SW-EXPURGAR         PIC X(01) VALUE 'N'.
003020             88 EXPURGAR-REGISTRO      VALUE 'S'.
003030         05 SW-CATEGORIA-ACHADA PIC X(01) VALUE 'N'.
003040             88 CATEGORIA-ACHADA       VALUE 'S'.
003050         05 SW-CATEGORIA-AUSENTE PIC X(01) VALUE 'N'.
003060             88 CATEGORIA-AUSENTE      VALUE 'S'.
003070         05 SW-RELATORIO-ABERTO PIC X(01) VALUE 'N'.
003080             88 RELATORIO-ABERTO       VALUE 'S'.
003090         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
003100             88 RUNCTL-ABERTO          VALUE 'S'.

003110     01 WRK-STATUS-ARQUIVOS.
003120         05 WRK-STATUS-PRM  PIC X(02) VALUE '00'.
003130         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
003140         05 WRK-STATUS-SAL  PIC X(02) VALUE '00'.
003150         05 WRK-STATUS-LON  PIC X(02) VALUE '00'.
003160         05 WRK-STATUS-AWH  PIC X(02) VALUE '00'.
003165         05 WRK-STATUS-DEC  PIC X(02) VALUE '00'.
003170         05 WRK-STATUS-ARC  PIC X(02) VALUE '00'.
003180         05 WRK-STATUS-ARN  PIC X(02) VALUE '00'.
003190         05 WRK-STATUS-AUD  PIC X(02) VALUE '00'.
003200         05 WRK-STATUS-AUN  PIC X(02) VALUE '00'.
003203         05 WRK-STATUS-MAU  PIC X(02) VALUE '00'.
003206         05 WRK-STATUS-MAN  PIC X(02) VALUE '00'.
003210         05 WRK-STATUS-LAU  PIC X(02) VALUE '00'.
003220         05 WRK-STATUS-LAN  PIC X(02) VALUE '00'.
003230         05 WRK-STATUS-MOV  PIC X(02) VALUE '00'.
003240         05 WRK-STATUS-MVN  PIC X(02) VALUE '00'.
003250         05 WRK-STATUS-RPT  PIC X(02) VALUE '00'.
003260         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

003270*----------------------------------------------------------------
003280* LINHAS DO RELATORIO CERTIFICADO DO EXPURGO (LGPDRPT).
003290*----------------------------------------------------------------
003300     01 WRK-LINHA-CABECALHO.
003310         05 FILLER PIC X(37)
003320             VALUE 'LGPDEXPG - EXPURGO LGPD DE DESLIGADOS'.
003330         05 FILLER PIC X(09) VALUE ' - DATA: '.
003340         05 WRK-LC-DATA     PIC 9(08).
003350         05 FILLER PIC X(26) VALUE SPACES.

003360     01 WRK-LINHA-SECAO.
003370         05 WRK-LS-TITULO   PIC X(80).

003380     01 WRK-LINHA-COLUNAS-CAT.
003390         05 FILLER PIC X(38)
003400             VALUE 'CATEG.    ANOS  DESLIG.ATE    ARQUIVOS'.
003410         05 FILLER PIC X(42) VALUE SPACES.

003420     01 WRK-LINHA-CATEGORIA.
003430         05 WRK-LCT-NOME    PIC X(08).
003440         05 FILLER          PIC X(02) VALUE SPACES.
003450         05 WRK-LCT-ANOS    PIC Z9.
003460         05 FILLER          PIC X(04) VALUE SPACES.
003470         05 WRK-LCT-LIMITE  PIC 9(08).
003480         05 FILLER          PIC X(06) VALUE SPACES.
003490         05 WRK-LCT-ARQUIVOS PIC X(50).

003500     01 WRK-LINHA-CAT-AUSENTE.
003510         05 WRK-LCA-NOME    PIC X(08).
003520         05 FILLER          PIC X(02) VALUE SPACES.
003530         05 FILLER PIC X(44)
003540             VALUE 'NAO INFORMADA NO LGPDPARM - NAO EXPURGADA'.
003550         05 FILLER          PIC X(26) VALUE SPACES.

003560     01 WRK-LINHA-COLUNAS-BLQ.
003570         05 FILLER PIC X(40)
003580             VALUE 'MATRIC  DESLIG.         SALDO EM ABERTO'.
003590         05 FILLER PIC X(40) VALUE SPACES.

003600     01 WRK-LINHA-BLOQUEADO.
003610         05 WRK-LB-EMP-ID   PIC 9(06).
003620         05 FILLER          PIC X(02) VALUE SPACES.
003630         05 WRK-LB-DATA     PIC 9(08).
003640         05 FILLER          PIC X(09) VALUE SPACES.
003650         05 WRK-LB-SALDO    PIC ZZZ,ZZZ,ZZ9.99.
003660         05 FILLER          PIC X(41) VALUE SPACES.

003670     01 WRK-LINHA-COLUNAS-FUNC.
003680         05 FILLER PIC X(27)
003690             VALUE 'MATRIC  DESLIG.   ARQUIVO  '.
003695         05 FILLER PIC X(20) VALUE ' REGIST.  TRATAMENTO'.
003700         05 FILLER PIC X(33) VALUE SPACES.

003710     01 WRK-LINHA-FUNCIONARIO.
003720         05 WRK-LF-EMP-ID   PIC 9(06).
003730         05 FILLER          PIC X(02) VALUE SPACES.
003740         05 WRK-LF-DATA     PIC 9(08).
003750         05 FILLER          PIC X(02) VALUE SPACES.
003760         05 WRK-LF-ARQUIVO  PIC X(08).
003770         05 FILLER          PIC X(02) VALUE SPACES.
003780         05 WRK-LF-QTD      PIC ZZZ,ZZ9.
003790         05 FILLER          PIC X(02) VALUE SPACES.
003800         05 WRK-LF-TRATAMENTO PIC X(43).

003810     01 WRK-LINHA-COLUNAS-CTL.
003820         05 FILLER PIC X(30)
003830             VALUE 'ARQUIVO       LIDOS   GRAVADOS'.
003835         05 FILLER PIC X(21) VALUE '  ANONIMIZ.  CONTAGEM'.
003840         05 FILLER PIC X(29) VALUE SPACES.

003850     01 WRK-LINHA-CONTROLE.
003860         05 WRK-LK-ARQUIVO  PIC X(08).
003870         05 FILLER          PIC X(02) VALUE SPACES.
003880         05 WRK-LK-LIDOS    PIC Z,ZZZ,ZZ9.
003890         05 FILLER          PIC X(02) VALUE SPACES.
003900         05 WRK-LK-GRAVADOS PIC Z,ZZZ,ZZ9.
003910         05 FILLER          PIC X(02) VALUE SPACES.
003920         05 WRK-LK-ANONIMIZADOS PIC Z,ZZZ,ZZ9.
003930         05 FILLER          PIC X(02) VALUE SPACES.
003940         05 WRK-LK-SITUACAO PIC X(37).

003950     01 WRK-LINHA-RESUMO.
003960         05 WRK-LR-ROTULO   PIC X(40).
003970         05 WRK-LR-VALOR    PIC Z,ZZZ,ZZ9.
003980         05 FILLER          PIC X(31) VALUE SPACES.

003990     01 WRK-ROTULO-ARQUIVO.
004000         05 FILLER PIC X(25) VALUE 'REGISTROS ANONIMIZADOS - '.
004010         05 WRK-RA-ARQUIVO  PIC X(08).
004020         05 FILLER          PIC X(07) VALUE SPACES.

004030     01 WRK-LINHA-CERTIFICADO.
004040         05 FILLER PIC X(21) VALUE 'EXPURGO EXECUTADO EM '.
004050         05 WRK-LCE-DATA    PIC 9(08).
004060         05 FILLER PIC X(04) VALUE ' AS '.
004070         05 WRK-LCE-HORA    PIC 9(08).
004080         05 FILLER PIC X(39)
004090             VALUE ' CONFORME A TABELA DE RETENCAO ACIMA.'.

004100 PROCEDURE DIVISION.
004110 0000-PRINCIPAL.
004120     PERFORM 0100-INICIAR.
004130     PERFORM 0200-PROCESSAR.
004140     PERFORM 0300-FINALIZAR.

004150     STOP RUN.

004160*----------------------------------------------------------------
004170* 0100-INICIAR - ABRE O RELATORIO, LE E CRITICA A TABELA DE
004180*                RETENCAO E SO ENTAO ABRE OS ARQUIVOS DO EXPURGO.
004190*----------------------------------------------------------------
004200 0100-INICIAR.
004210     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
004220     ACCEPT WRK-HORAATUAL FROM TIME.
004230     MOVE ZEROS TO WRK-RETENCAO.
004240     MOVE ZEROS TO WRK-CONTADORES-ARQUIVO.

004250     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

004260     OPEN OUTPUT PRINT-REPORT.
004270     IF WRK-STATUS-RPT NOT = '00'
004280         DISPLAY 'LGPDEXPG - ERRO AO ABRIR PRINT-REPORT '
004290             '- STATUS ' WRK-STATUS-RPT
004300         MOVE 'S' TO SW-ABORTAR
004310     ELSE
004320         MOVE 'S' TO SW-RELATORIO-ABERTO
004330         MOVE WRK-DATAATUAL TO WRK-LC-DATA
004340         WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO
004350     END-IF.

004360     PERFORM 0110-LER-PARAMETROS.

004370     IF SW-RELATORIO-ABERTO = 'S'
004380         PERFORM 0130-IMPRIMIR-PARAMETROS
004390     END-IF.

004400     IF SW-ABORTAR NOT = 'S'
004410         PERFORM 0120-ABRIR-ARQUIVOS
004420     END-IF.

004430*----------------------------------------------------------------
004440* 0110-LER-PARAMETROS - CARREGA A TABELA DE RETENCAO E CALCULA,
004450*                POR CATEGORIA, A DATA LIMITE: DESLIGADO ATE ESSA
004460*                DATA JA CUMPRIU O PRAZO DE RETENCAO.
004470*----------------------------------------------------------------
004480 0110-LER-PARAMETROS.
004490     OPEN INPUT RETENTION-PARM-FILE.
004500     IF WRK-STATUS-PRM NOT = '00'
004510         DISPLAY 'LGPDEXPG - ERRO AO ABRIR RETENTION-PARM-FILE '
004520             '- STATUS ' WRK-STATUS-PRM
004530         MOVE 'S' TO SW-ABORTAR
004540     ELSE
004550         MOVE 'N' TO SW-FIM-ARQUIVO
004560         PERFORM 0111-LER-PARAMETRO
004570         PERFORM 0112-VALIDAR-PARAMETRO
004580             UNTIL SW-FIM-ARQUIVO = 'S'
004590         CLOSE RETENTION-PARM-FILE
004600         IF WRK-QTD-PARAMETROS = ZEROS
004610             DISPLAY 'LGPDEXPG - TABELA DE RETENCAO VAZIA NO '
004620                 'LGPDPARM'
004630             MOVE 'S' TO SW-ABORTAR
004640         END-IF
004650     END-IF.

004660     IF SW-ABORTAR NOT = 'S'
004670         PERFORM 0115-CONFERIR-CATEGORIA
004680             VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
004690             UNTIL WRK-IDX-CATEGORIA > 6
004700     END-IF.

004710 0111-LER-PARAMETRO.
004720     READ RETENTION-PARM-FILE
004730         AT END
004740             MOVE 'S' TO SW-FIM-ARQUIVO
004750     END-READ.

004760 0112-VALIDAR-PARAMETRO.
004770     ADD 1 TO WRK-QTD-PARAMETROS.
004780     MOVE 'N' TO SW-CATEGORIA-ACHADA.
004790     PERFORM 0113-PROCURAR-CATEGORIA
004800         VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
004810         UNTIL WRK-IDX-CATEGORIA > 6
004820            OR SW-CATEGORIA-ACHADA = 'S'.

004830     EVALUATE TRUE
004840         WHEN SW-CATEGORIA-ACHADA NOT = 'S'
004850             DISPLAY 'LGPDEXPG - CATEGORIA DESCONHECIDA NO '
004860                 'LGPDPARM: ' LGP-CATEGORIA
004870             MOVE 'S' TO SW-ABORTAR
004880         WHEN WRK-RET-INFORMADA (WRK-CAT-ACHADA) = 'S'
004890             DISPLAY 'LGPDEXPG - CATEGORIA REPETIDA NO '
004900                 'LGPDPARM: ' LGP-CATEGORIA
004910             MOVE 'S' TO SW-ABORTAR
004920         WHEN LGP-ANOS NOT NUMERIC
004930           OR LGP-ANOS = ZEROS
004940             DISPLAY 'LGPDEXPG - ANOS DE RETENCAO INVALIDO NO '
004950                 'LGPDPARM: ' LGP-CATEGORIA
004960             MOVE 'S' TO SW-ABORTAR
004970         WHEN OTHER
004980             MOVE 'S' TO WRK-RET-INFORMADA (WRK-CAT-ACHADA)
004990             MOVE LGP-ANOS TO WRK-RET-ANOS (WRK-CAT-ACHADA)
005000             COMPUTE WRK-LIM-ANO = WRK-ANO - LGP-ANOS
005010             MOVE WRK-MES TO WRK-LIM-MES
005020             MOVE WRK-DIA TO WRK-LIM-DIA
005030             MOVE WRK-DATA-LIMITE-NUM
005040                 TO WRK-RET-LIMITE (WRK-CAT-ACHADA)
005050     END-EVALUATE.

005060     PERFORM 0111-LER-PARAMETRO.

005070 0113-PROCURAR-CATEGORIA.
005080     IF LGP-CATEGORIA = WRK-CAT-NOME (WRK-IDX-CATEGORIA)
005090         MOVE 'S' TO SW-CATEGORIA-ACHADA
005100         MOVE WRK-IDX-CATEGORIA TO WRK-CAT-ACHADA
005110     END-IF.

005120 0115-CONFERIR-CATEGORIA.
005130     IF WRK-RET-INFORMADA (WRK-IDX-CATEGORIA) NOT = 'S'
005140         DISPLAY 'LGPDEXPG - CATEGORIA '
005150             WRK-CAT-NOME (WRK-IDX-CATEGORIA)
005160             ' SEM RETENCAO NO LGPDPARM - NAO SERA EXPURGADA'
005170         MOVE 'S' TO SW-CATEGORIA-AUSENTE
005180     END-IF.

005190*----------------------------------------------------------------
005200* 0120-ABRIR-ARQUIVOS - MESTRES E HISTORICOS INDEXADOS EM I-O;
005210*                SEQUENCIAIS LIDOS INTEIROS E REGRAVADOS NA NOVA
005220*                GERACAO (ARQUIVO DE ENTRADA AUSENTE = VAZIO).
005230*----------------------------------------------------------------
005240 0120-ABRIR-ARQUIVOS.
005250     OPEN I-O EMPLOYEE-MASTER.
005260     IF WRK-STATUS-EMP NOT = '00'
005270         DISPLAY 'LGPDEXPG - ERRO AO ABRIR EMPLOYEE-MASTER '
005280             '- STATUS ' WRK-STATUS-EMP
005290         MOVE 'S' TO SW-ABORTAR
005300     END-IF.

005310     OPEN I-O SALARY-HIST.
005320     IF WRK-STATUS-SAL NOT = '00'
005330         DISPLAY 'LGPDEXPG - ERRO AO ABRIR SALARY-HIST '
005340             '- STATUS ' WRK-STATUS-SAL
005350         MOVE 'S' TO SW-ABORTAR
005360     END-IF.

005370     OPEN I-O LOAN-MASTER.
005380     IF WRK-STATUS-LON NOT = '00'
005390         DISPLAY 'LGPDEXPG - ERRO AO ABRIR LOAN-MASTER '
005400             '- STATUS ' WRK-STATUS-LON
005410         MOVE 'S' TO SW-ABORTAR
005420     END-IF.

005430     OPEN I-O AWARD-HISTORY-FILE.
005440     IF WRK-STATUS-AWH NOT = '00'
005450         DISPLAY 'LGPDEXPG - ERRO AO ABRIR AWARD-HISTORY-FILE '
005460             '- STATUS ' WRK-STATUS-AWH
005470         MOVE 'S' TO SW-ABORTAR
005480     END-IF.

005481     OPEN I-O THIRTEENTH-HIST.
005482     IF WRK-STATUS-DEC NOT = '00'
005483         DISPLAY 'LGPDEXPG - ERRO AO ABRIR THIRTEENTH-HIST '
005484             '- STATUS ' WRK-STATUS-DEC
005485         MOVE 'S' TO SW-ABORTAR
005486     END-IF.

005490     OPEN INPUT ARCHIVE-FILE-IN.
005500     IF WRK-STATUS-ARC NOT = '00' AND WRK-STATUS-ARC NOT = '05'
005510         DISPLAY 'LGPDEXPG - ERRO AO ABRIR ARCHIVE-FILE-IN '
005520             '- STATUS ' WRK-STATUS-ARC
005530         MOVE 'S' TO SW-ABORTAR
005540     END-IF.
005550     OPEN OUTPUT ARCHIVE-FILE-NEW.
005560     IF WRK-STATUS-ARN NOT = '00'
005570         DISPLAY 'LGPDEXPG - ERRO AO ABRIR ARCHIVE-FILE-NEW '
005580             '- STATUS ' WRK-STATUS-ARN
005590         MOVE 'S' TO SW-ABORTAR
005600     END-IF.

005610     OPEN INPUT MAINT-AUDIT-LOG.
005620     IF WRK-STATUS-AUD NOT = '00' AND WRK-STATUS-AUD NOT = '05'
005630         DISPLAY 'LGPDEXPG - ERRO AO ABRIR MAINT-AUDIT-LOG '
005640             '- STATUS ' WRK-STATUS-AUD
005650         MOVE 'S' TO SW-ABORTAR
005660     END-IF.
005670     OPEN OUTPUT MAINT-AUDIT-NEW.
005680     IF WRK-STATUS-AUN NOT = '00'
005690         DISPLAY 'LGPDEXPG - ERRO AO ABRIR MAINT-AUDIT-NEW '
005700             '- STATUS ' WRK-STATUS-AUN
005710         MOVE 'S' TO SW-ABORTAR
005720     END-IF.

005721     OPEN INPUT MERIT-AUDIT-LOG.
005722     IF WRK-STATUS-MAU NOT = '00' AND WRK-STATUS-MAU NOT = '05'
005723         DISPLAY 'LGPDEXPG - ERRO AO ABRIR MERIT-AUDIT-LOG '
005724             '- STATUS ' WRK-STATUS-MAU
005725         MOVE 'S' TO SW-ABORTAR
005726     END-IF.
005727     OPEN OUTPUT MERIT-AUDIT-NEW.
005728     IF WRK-STATUS-MAN NOT = '00'
005729         DISPLAY 'LGPDEXPG - ERRO AO ABRIR MERIT-AUDIT-NEW '
005730             '- STATUS ' WRK-STATUS-MAN
005731         MOVE 'S' TO SW-ABORTAR
005732     END-IF.

005733     OPEN INPUT LOAN-AUDIT-LOG.
005740     IF WRK-STATUS-LAU NOT = '00' AND WRK-STATUS-LAU NOT = '05'
005750         DISPLAY 'LGPDEXPG - ERRO AO ABRIR LOAN-AUDIT-LOG '
005760             '- STATUS ' WRK-STATUS-LAU
005770         MOVE 'S' TO SW-ABORTAR
005780     END-IF.
005790     OPEN OUTPUT LOAN-AUDIT-NEW.
005800     IF WRK-STATUS-LAN NOT = '00'
005810         DISPLAY 'LGPDEXPG - ERRO AO ABRIR LOAN-AUDIT-NEW '
005820             '- STATUS ' WRK-STATUS-LAN
005830         MOVE 'S' TO SW-ABORTAR
005840     END-IF.

005850     OPEN INPUT DEPT-MOVE-FILE.
005860     IF WRK-STATUS-MOV NOT = '00' AND WRK-STATUS-MOV NOT = '05'
005870         DISPLAY 'LGPDEXPG - ERRO AO ABRIR DEPT-MOVE-FILE '
005880             '- STATUS ' WRK-STATUS-MOV
005890         MOVE 'S' TO SW-ABORTAR
005900     END-IF.
005910     OPEN OUTPUT DEPT-MOVE-NEW.
005920     IF WRK-STATUS-MVN NOT = '00'
005930         DISPLAY 'LGPDEXPG - ERRO AO ABRIR DEPT-MOVE-NEW '
005940             '- STATUS ' WRK-STATUS-MVN
005950         MOVE 'S' TO SW-ABORTAR
005960     END-IF.

005970*----------------------------------------------------------------
005980* 0130-IMPRIMIR-PARAMETROS - TABELA DE RETENCAO APLICADA.
005990*----------------------------------------------------------------
006000 0130-IMPRIMIR-PARAMETROS.
006010     MOVE SPACES TO PRINT-LINE.
006020     WRITE PRINT-LINE.
006030     MOVE 'TABELA DE RETENCAO APLICADA (LGPDPARM)'
006040         TO WRK-LS-TITULO.
006050     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
006060     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-CAT.
006070     PERFORM 0131-IMPRIMIR-CATEGORIA
006080         VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
006090         UNTIL WRK-IDX-CATEGORIA > 6.

006100 0131-IMPRIMIR-CATEGORIA.
006110     IF WRK-RET-INFORMADA (WRK-IDX-CATEGORIA) = 'S'
006120         MOVE WRK-CAT-NOME (WRK-IDX-CATEGORIA) TO WRK-LCT-NOME
006130         MOVE WRK-RET-ANOS (WRK-IDX-CATEGORIA) TO WRK-LCT-ANOS
006140         MOVE WRK-RET-LIMITE (WRK-IDX-CATEGORIA)
006150             TO WRK-LCT-LIMITE
006160         MOVE WRK-CAT-ARQUIVOS (WRK-IDX-CATEGORIA)
006170             TO WRK-LCT-ARQUIVOS
006180         WRITE PRINT-LINE FROM WRK-LINHA-CATEGORIA
006190     ELSE
006200         MOVE WRK-CAT-NOME (WRK-IDX-CATEGORIA) TO WRK-LCA-NOME
006210         WRITE PRINT-LINE FROM WRK-LINHA-CAT-AUSENTE
006220     END-IF.

006230*----------------------------------------------------------------
006240* 0200-PROCESSAR - SELECIONA OS DESLIGADOS ELEGIVEIS E PASSA
006250*                ARQUIVO A ARQUIVO. OS SEQUENCIAIS SAO COPIADOS
006260*                MESMO SEM ELEGIVEIS, PARA A NOVA GERACAO SEMPRE
006270*                SAIR COMPLETA.
006280*----------------------------------------------------------------
006290 0200-PROCESSAR.
006300     IF SW-ABORTAR NOT = 'S'
006310         PERFORM 0210-SELECIONAR-ELEGIVEIS
006320     END-IF.
006330     IF SW-ABORTAR NOT = 'S'
006340         PERFORM 0220-EXPURGAR-CADASTRO
006350     END-IF.
006360     IF SW-ABORTAR NOT = 'S'
006370         PERFORM 0230-EXPURGAR-SALARIOS
006380     END-IF.
006382     IF SW-ABORTAR NOT = 'S'
006384         PERFORM 0235-EXPURGAR-DECIMO
006386     END-IF.
006390     IF SW-ABORTAR NOT = 'S'
006400         PERFORM 0240-EXPURGAR-EMPRESTIMOS
006410     END-IF.
006420     IF SW-ABORTAR NOT = 'S'
006430         PERFORM 0250-EXPURGAR-PREMIOS
006440     END-IF.
006450     IF SW-ABORTAR NOT = 'S'
006460         PERFORM 0260-EXPURGAR-ARQUIVO-MORTO
006470     END-IF.
006480     IF SW-ABORTAR NOT = 'S'
006490         PERFORM 0270-EXPURGAR-TRILHA-CADASTRO
006500     END-IF.
006502     IF SW-ABORTAR NOT = 'S'
006504         PERFORM 0275-EXPURGAR-TRILHA-MERITO
006506     END-IF.
006510     IF SW-ABORTAR NOT = 'S'
006520         PERFORM 0280-EXPURGAR-TRILHA-EMPREST
006530     END-IF.
006540     IF SW-ABORTAR NOT = 'S'
006550         PERFORM 0290-EXPURGAR-MOVIMENTOS
006560     END-IF.

006570*----------------------------------------------------------------
006580* 0210-SELECIONAR-ELEGIVEIS - PASSADA NO EMPMAST SEM ALTERACAO:
006590*                DESLIGADO COM ALGUMA CATEGORIA VENCIDA ENTRA NA
006600*                TABELA, SALVO SE TIVER SALDO EM ABERTO NO
006610*                LOANMAST (LISTADO COMO BLOQUEADO). MAIS DE 5000
006620*                ELEGIVEIS ABORTA ANTES DE QUALQUER ALTERACAO.
006630*----------------------------------------------------------------
006640 0210-SELECIONAR-ELEGIVEIS.
006650     MOVE SPACES TO PRINT-LINE.
006660     WRITE PRINT-LINE.
006670     MOVE 'DESLIGADOS COM EMPRESTIMO EM ABERTO - NAO EXPURGADOS'
006680         TO WRK-LS-TITULO.
006690     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
006700     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-BLQ.

006710     MOVE 'N' TO SW-FIM-ARQUIVO-EMP.
006720     PERFORM 0211-LER-FUNCIONARIO.
006730     PERFORM 0212-TRATAR-FUNCIONARIO
006740         UNTIL SW-FIM-ARQUIVO-EMP = 'S'.

006750     IF WRK-QTD-BLOQUEADOS = ZEROS
006760         MOVE '   NENHUM DESLIGADO BLOQUEADO' TO PRINT-LINE
006770         WRITE PRINT-LINE
006780     END-IF.

006790 0211-LER-FUNCIONARIO.
006800     READ EMPLOYEE-MASTER NEXT RECORD
006810         AT END
006820             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
006830     END-READ.

006840     IF WRK-STATUS-EMP NOT = '00' AND WRK-STATUS-EMP NOT = '10'
006850         DISPLAY 'LGPDEXPG - ERRO DE LEITURA NO EMPMAST '
006860             '- STATUS ' WRK-STATUS-EMP
006870         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
006880         MOVE 'S' TO SW-ABORTAR
006890     END-IF.

006900 0212-TRATAR-FUNCIONARIO.
006910     IF EMP-DESLIGADO
006920        AND EMP-DATA-STATUS OF EMP-RECORD NUMERIC
006930        AND EMP-DATA-STATUS OF EMP-RECORD > ZEROS
006940         MOVE ZEROS TO WRK-QTD-CATEGORIAS-CND
006950         PERFORM 0213-AVALIAR-CATEGORIA
006960             VARYING WRK-IDX-CATEGORIA FROM 1 BY 1
006970             UNTIL WRK-IDX-CATEGORIA > 6
006980         IF WRK-QTD-CATEGORIAS-CND > ZEROS
006990             PERFORM 0214-CONFERIR-EMPRESTIMOS
007000             IF WRK-SALDO-ABERTO > ZEROS
007010                 ADD 1 TO WRK-QTD-BLOQUEADOS
007020                 MOVE EMP-ID OF EMP-RECORD TO WRK-LB-EMP-ID
007030                 MOVE EMP-DATA-STATUS OF EMP-RECORD
007040                     TO WRK-LB-DATA
007050                 MOVE WRK-SALDO-ABERTO TO WRK-LB-SALDO
007060                 WRITE PRINT-LINE FROM WRK-LINHA-BLOQUEADO
007070             ELSE
007080                 PERFORM 0216-INCLUIR-ELEGIVEL
007090             END-IF
007100         END-IF
007110     END-IF.

007120     IF SW-ABORTAR NOT = 'S'
007130         PERFORM 0211-LER-FUNCIONARIO
007140     ELSE
007150         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
007160     END-IF.

007170 0213-AVALIAR-CATEGORIA.
007180     MOVE 'N' TO WRK-CND-CATEGORIA (WRK-IDX-CATEGORIA).
007190     IF WRK-RET-INFORMADA (WRK-IDX-CATEGORIA) = 'S'
007200        AND EMP-DATA-STATUS OF EMP-RECORD
007210            NOT > WRK-RET-LIMITE (WRK-IDX-CATEGORIA)
007220         MOVE 'S' TO WRK-CND-CATEGORIA (WRK-IDX-CATEGORIA)
007230         ADD 1 TO WRK-QTD-CATEGORIAS-CND
007240     END-IF.

007250*----------------------------------------------------------------
007260* 0214-CONFERIR-EMPRESTIMOS - SOMA O SALDO DE TODOS OS CONTRATOS
007270*                DA MATRICULA NO LOANMAST (MESMO CRITERIO DA
007280*                REGRA 01 DO INTEGCHK).
007290*----------------------------------------------------------------
007300 0214-CONFERIR-EMPRESTIMOS.
007310     MOVE ZEROS TO WRK-SALDO-ABERTO.
007320     MOVE EMP-ID OF EMP-RECORD TO WRK-EMP-ATUAL.
007330     MOVE WRK-EMP-ATUAL TO LON-EMP-ID OF LOAN-RECORD.
007340     MOVE ZEROS TO LON-CONTRATO OF LOAN-RECORD.
007350     MOVE 'N' TO SW-FIM-CHAVE.
007360     START LOAN-MASTER
007370         KEY IS NOT LESS THAN LON-CHAVE OF LOAN-RECORD
007380         INVALID KEY
007390             MOVE 'S' TO SW-FIM-CHAVE
007400     END-START.
007410     PERFORM 0215-SOMAR-SALDO
007420         UNTIL SW-FIM-CHAVE = 'S'.

007430 0215-SOMAR-SALDO.
007440     READ LOAN-MASTER NEXT RECORD
007450         AT END
007460             MOVE 'S' TO SW-FIM-CHAVE
007470         NOT AT END
007480             IF LON-EMP-ID OF LOAN-RECORD NOT = WRK-EMP-ATUAL
007490                 MOVE 'S' TO SW-FIM-CHAVE
007500             ELSE
007510                 ADD LON-SALDO OF LOAN-RECORD
007520                     TO WRK-SALDO-ABERTO
007530             END-IF
007540     END-READ.

007550 0216-INCLUIR-ELEGIVEL.
007560     IF WRK-QTD-ELEGIVEIS NOT < 5000
007570         DISPLAY 'LGPDEXPG - MAIS DE 5000 DESLIGADOS ELEGIVEIS '
007580             '- EXPURGO ABORTADO'
007590         MOVE 'S' TO SW-ABORTAR
007600     ELSE
007610         ADD 1 TO WRK-QTD-ELEGIVEIS
007620         SET ELG-IDX TO WRK-QTD-ELEGIVEIS
007630         MOVE EMP-ID OF EMP-RECORD TO WRK-ELG-EMP-ID (ELG-IDX)
007640         MOVE EMP-DATA-STATUS OF EMP-RECORD
007650             TO WRK-ELG-DATA-STATUS (ELG-IDX)
007660         MOVE WRK-CANDIDATO TO WRK-ELG-CATEGORIAS (ELG-IDX)
007670         MOVE ZEROS TO WRK-ELG-CONTADORES (ELG-IDX)
007680     END-IF.

007690*----------------------------------------------------------------
007700* 0220-EXPURGAR-CADASTRO - ANONIMIZA NO EMPMAST O NOME E ZERA
007710*                SALARIO E DADOS DE MERITO. O REGISTRO CONTINUA
007720*                DESLIGADO, COM AS MESMAS DATAS E DEPARTAMENTO.
007730*----------------------------------------------------------------
007740 0220-EXPURGAR-CADASTRO.
007750     MOVE 1 TO WRK-IDX-ARQUIVO.
007760     PERFORM 0420-PREPARAR-ARQUIVO.
007770     PERFORM 0221-EXPURGAR-FUNCIONARIO
007780         VARYING ELG-IDX FROM 1 BY 1
007790         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS
007800            OR SW-ABORTAR = 'S'.

007810 0221-EXPURGAR-FUNCIONARIO.
007820     IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA) = 'S'
007830         MOVE WRK-ELG-EMP-ID (ELG-IDX) TO EMP-ID OF EMP-RECORD
007840         READ EMPLOYEE-MASTER
007850             INVALID KEY
007860                 DISPLAY 'LGPDEXPG - MATRICULA '
007870                     WRK-ELG-EMP-ID (ELG-IDX)
007880                     ' NAO ENCONTRADA NO EMPMAST'
007890                 MOVE 'S' TO SW-ABORTAR
007900         END-READ
007910         IF SW-ABORTAR NOT = 'S'
007920             MOVE EMP-RECORD TO IEM-RECORD
007930             PERFORM 0500-MASCARAR-FUNCIONARIO
007940             IF IEM-RECORD NOT = EMP-RECORD
007950                 MOVE IEM-RECORD TO EMP-RECORD
007960                 REWRITE EMP-RECORD
007970                     INVALID KEY
007980                         DISPLAY 'LGPDEXPG - ERRO AO REGRAVAR '
007990                             'O EMPMAST - STATUS '
008000                             WRK-STATUS-EMP
008010                         MOVE 'S' TO SW-ABORTAR
008020                     NOT INVALID KEY
008030                         PERFORM 0410-CONTAR-EXPURGO
008040                 END-REWRITE
008050             END-IF
008060         END-IF
008070     END-IF.

008080*----------------------------------------------------------------
008090* 0230-EXPURGAR-SALARIOS - ZERA OS SALARIOS DE CADA REGISTRO DO
008100*                SALHIST DA MATRICULA; DATAS E ORIGEM FICAM.
008110*----------------------------------------------------------------
008120 0230-EXPURGAR-SALARIOS.
008130     MOVE 2 TO WRK-IDX-ARQUIVO.
008140     PERFORM 0420-PREPARAR-ARQUIVO.
008150     PERFORM 0231-EXPURGAR-SALHIST-FUNC
008160         VARYING ELG-IDX FROM 1 BY 1
008170         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS
008180            OR SW-ABORTAR = 'S'.

008190 0231-EXPURGAR-SALHIST-FUNC.
008200     IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA) = 'S'
008210         MOVE WRK-ELG-EMP-ID (ELG-IDX) TO WRK-EMP-ATUAL
008220         MOVE WRK-EMP-ATUAL TO SAL-EMP-ID
008230         MOVE ZEROS TO SAL-DATA-VIGENCIA
008240         MOVE ZEROS TO SAL-HORA
008250         MOVE 'N' TO SW-FIM-CHAVE
008260         START SALARY-HIST
008270             KEY IS NOT LESS THAN SAL-CHAVE OF SALARY-HIST-RECORD
008280             INVALID KEY
008290                 MOVE 'S' TO SW-FIM-CHAVE
008300         END-START
008310         PERFORM 0232-LER-SALHIST
008320             UNTIL SW-FIM-CHAVE = 'S'
008330     END-IF.

008340 0232-LER-SALHIST.
008350     READ SALARY-HIST NEXT RECORD
008360         AT END
008370             MOVE 'S' TO SW-FIM-CHAVE
008380         NOT AT END
008390             IF SAL-EMP-ID NOT = WRK-EMP-ATUAL
008400                 MOVE 'S' TO SW-FIM-CHAVE
008410             ELSE
008420                 PERFORM 0233-MASCARAR-SALHIST
008430             END-IF
008440     END-READ.

008450 0233-MASCARAR-SALHIST.
008460     MOVE SALARY-HIST-RECORD TO WRK-REGISTRO-ORIGINAL.
008470     MOVE ZEROS TO SAL-SALARIO-ANTERIOR.
008480     MOVE ZEROS TO SAL-SALARIO-NOVO.
008490     IF SALARY-HIST-RECORD NOT = WRK-REGISTRO-ORIGINAL
008500         REWRITE SALARY-HIST-RECORD
008510             INVALID KEY
008520                 DISPLAY 'LGPDEXPG - ERRO AO REGRAVAR O SALHIST '
008530                     '- STATUS ' WRK-STATUS-SAL
008540                 MOVE 'S' TO SW-ABORTAR
008550                 MOVE 'S' TO SW-FIM-CHAVE
008560             NOT INVALID KEY
008570                 PERFORM 0410-CONTAR-EXPURGO
008580         END-REWRITE
008590     END-IF.

008591*----------------------------------------------------------------
008592* 0235-EXPURGAR-DECIMO - ZERA SALARIO BASE E VALOR EM CADA PARCELA
008593*                DO DECHIST DA MATRICULA; CHAVE, DATA, AVOS E
008594*                MESES DE AFASTAMENTO FICAM.
008595*----------------------------------------------------------------
008596 0235-EXPURGAR-DECIMO.
008597     MOVE 3 TO WRK-IDX-ARQUIVO.
008598     PERFORM 0420-PREPARAR-ARQUIVO.
008599     PERFORM 0236-EXPURGAR-DECIMO-FUNC
008600         VARYING ELG-IDX FROM 1 BY 1
008601         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS
008602            OR SW-ABORTAR = 'S'.

008603 0236-EXPURGAR-DECIMO-FUNC.
008604     IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA) = 'S'
008605         MOVE WRK-ELG-EMP-ID (ELG-IDX) TO WRK-EMP-ATUAL
008606         MOVE WRK-EMP-ATUAL TO DEC-EMP-ID
008607         MOVE ZEROS TO DEC-ANO
008608         MOVE ZEROS TO DEC-PARCELA
008609         MOVE 'N' TO SW-FIM-CHAVE
008610         START THIRTEENTH-HIST
008611             KEY IS NOT LESS THAN
008612                 DEC-CHAVE OF THIRTEENTH-HIST-RECORD
008613             INVALID KEY
008614                 MOVE 'S' TO SW-FIM-CHAVE
008615         END-START
008616         PERFORM 0237-LER-DECHIST
008617             UNTIL SW-FIM-CHAVE = 'S'
008618     END-IF.

008619 0237-LER-DECHIST.
008620     READ THIRTEENTH-HIST NEXT RECORD
008621         AT END
008622             MOVE 'S' TO SW-FIM-CHAVE
008623         NOT AT END
008624             IF DEC-EMP-ID NOT = WRK-EMP-ATUAL
008625                 MOVE 'S' TO SW-FIM-CHAVE
008626             ELSE
008627                 PERFORM 0238-MASCARAR-DECHIST
008628             END-IF
008629     END-READ.

008630 0238-MASCARAR-DECHIST.
008631     MOVE THIRTEENTH-HIST-RECORD TO WRK-REGISTRO-ORIGINAL.
008632     MOVE ZEROS TO DEC-SALARIO-BASE.
008633     MOVE ZEROS TO DEC-VALOR.
008634     IF THIRTEENTH-HIST-RECORD NOT = WRK-REGISTRO-ORIGINAL
008635         REWRITE THIRTEENTH-HIST-RECORD
008636             INVALID KEY
008637                 DISPLAY 'LGPDEXPG - ERRO AO REGRAVAR O DECHIST '
008638                     '- STATUS ' WRK-STATUS-DEC
008639                 MOVE 'S' TO SW-ABORTAR
008640                 MOVE 'S' TO SW-FIM-CHAVE
008641             NOT INVALID KEY
008642                 PERFORM 0410-CONTAR-EXPURGO
008643         END-REWRITE
008644     END-IF.

008645*----------------------------------------------------------------
008646* 0240-EXPURGAR-EMPRESTIMOS - ZERA OS VALORES DOS CONTRATOS
008647*                (TODOS SEM SALDO, CONFERIDO NA SELECAO). TAXA,
008648*                PRAZO, PARCELAS PAGAS E SITUACAO FICAM.
008649*----------------------------------------------------------------
008650 0240-EXPURGAR-EMPRESTIMOS.
008660     MOVE 4 TO WRK-IDX-ARQUIVO.
008670     PERFORM 0420-PREPARAR-ARQUIVO.
008680     PERFORM 0241-EXPURGAR-CONTRATOS-FUNC
008690         VARYING ELG-IDX FROM 1 BY 1
008700         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS
008710            OR SW-ABORTAR = 'S'.

008720 0241-EXPURGAR-CONTRATOS-FUNC.
008730     IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA) = 'S'
008740         MOVE WRK-ELG-EMP-ID (ELG-IDX) TO WRK-EMP-ATUAL
008750         MOVE WRK-EMP-ATUAL TO LON-EMP-ID OF LOAN-RECORD
008760         MOVE ZEROS TO LON-CONTRATO OF LOAN-RECORD
008770         MOVE 'N' TO SW-FIM-CHAVE
008780         START LOAN-MASTER
008790             KEY IS NOT LESS THAN LON-CHAVE OF LOAN-RECORD
008800             INVALID KEY
008810                 MOVE 'S' TO SW-FIM-CHAVE
008820         END-START
008830         PERFORM 0242-LER-CONTRATO
008840             UNTIL SW-FIM-CHAVE = 'S'
008850     END-IF.

008860 0242-LER-CONTRATO.
008870     READ LOAN-MASTER NEXT RECORD
008880         AT END
008890             MOVE 'S' TO SW-FIM-CHAVE
008900         NOT AT END
008910             IF LON-EMP-ID OF LOAN-RECORD NOT = WRK-EMP-ATUAL
008920                 MOVE 'S' TO SW-FIM-CHAVE
008930             ELSE
008940                 PERFORM 0243-MASCARAR-CONTRATO
008950             END-IF
008960     END-READ.

008970 0243-MASCARAR-CONTRATO.
008980     IF LON-SALDO OF LOAN-RECORD = ZEROS
008990         MOVE LOAN-RECORD TO ILN-RECORD
009000         PERFORM 0510-MASCARAR-EMPRESTIMO
009010         IF ILN-RECORD NOT = LOAN-RECORD
009020             MOVE ILN-RECORD TO LOAN-RECORD
009030             REWRITE LOAN-RECORD
009040                 INVALID KEY
009050                     DISPLAY 'LGPDEXPG - ERRO AO REGRAVAR O '
009060                         'LOANMAST - STATUS ' WRK-STATUS-LON
009070                     MOVE 'S' TO SW-ABORTAR
009080                     MOVE 'S' TO SW-FIM-CHAVE
009090                 NOT INVALID KEY
009100                     PERFORM 0410-CONTAR-EXPURGO
009110             END-REWRITE
009120         END-IF
009130     END-IF.

009140*----------------------------------------------------------------
009150* 0250-EXPURGAR-PREMIOS - ANONIMIZA O NOME EM CADA PREMIO DO
009160*                AWDHIST DA MATRICULA.
009170*----------------------------------------------------------------
009180 0250-EXPURGAR-PREMIOS.
009190     MOVE 5 TO WRK-IDX-ARQUIVO.
009200     PERFORM 0420-PREPARAR-ARQUIVO.
009210     PERFORM 0251-EXPURGAR-PREMIOS-FUNC
009220         VARYING ELG-IDX FROM 1 BY 1
009230         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS
009240            OR SW-ABORTAR = 'S'.

009250 0251-EXPURGAR-PREMIOS-FUNC.
009260     IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA) = 'S'
009270         MOVE WRK-ELG-EMP-ID (ELG-IDX) TO WRK-EMP-ATUAL
009280         MOVE WRK-EMP-ATUAL TO AWH-EMP-ID
009290         MOVE ZEROS TO AWH-MARCO
009300         MOVE 'N' TO SW-FIM-CHAVE
009310         START AWARD-HISTORY-FILE
009320             KEY IS NOT LESS THAN
009330                 AWH-CHAVE OF AWARD-HISTORY-RECORD
009340             INVALID KEY
009350                 MOVE 'S' TO SW-FIM-CHAVE
009360         END-START
009370         PERFORM 0252-LER-PREMIO
009380             UNTIL SW-FIM-CHAVE = 'S'
009390     END-IF.

009400 0252-LER-PREMIO.
009410     READ AWARD-HISTORY-FILE NEXT RECORD
009420         AT END
009430             MOVE 'S' TO SW-FIM-CHAVE
009440         NOT AT END
009450             IF AWH-EMP-ID NOT = WRK-EMP-ATUAL
009460                 MOVE 'S' TO SW-FIM-CHAVE
009470             ELSE
009480                 PERFORM 0253-MASCARAR-PREMIO
009490             END-IF
009500     END-READ.

009510 0253-MASCARAR-PREMIO.
009520     IF AWH-NOME NOT = WRK-NOME-ANONIMO
009530         MOVE WRK-NOME-ANONIMO TO AWH-NOME
009540         REWRITE AWARD-HISTORY-RECORD
009550             INVALID KEY
009560                 DISPLAY 'LGPDEXPG - ERRO AO REGRAVAR O AWDHIST '
009570                     '- STATUS ' WRK-STATUS-AWH
009580                 MOVE 'S' TO SW-ABORTAR
009590                 MOVE 'S' TO SW-FIM-CHAVE
009600             NOT INVALID KEY
009610                 PERFORM 0410-CONTAR-EXPURGO
009620         END-REWRITE
009630     END-IF.

009640*----------------------------------------------------------------
009650* 0260-EXPURGAR-ARQUIVO-MORTO - COPIA O AUDARCHV PARA O AUDARNEW.
009660*                NO REGISTRO DO ELEGIVEL ZERA MATRICULA E SALARIO
009670*                E ANONIMIZA O NOME; DATA, DEPARTAMENTO E TEMPO DE
009680*                CASA FICAM PARA AS CONTAGENS DO TCTREND.
009690*----------------------------------------------------------------
009700 0260-EXPURGAR-ARQUIVO-MORTO.
009710     MOVE 6 TO WRK-IDX-ARQUIVO.
009720     PERFORM 0420-PREPARAR-ARQUIVO.
009730     MOVE 'N' TO SW-FIM-ARQUIVO.
009740     PERFORM 0261-LER-ARQUIVO-MORTO.
009750     PERFORM 0262-TRATAR-ARQUIVO-MORTO
009760         UNTIL SW-FIM-ARQUIVO = 'S'.

009770 0261-LER-ARQUIVO-MORTO.
009780     READ ARCHIVE-FILE-IN
009790         AT END
009800             MOVE 'S' TO SW-FIM-ARQUIVO
009810         NOT AT END
009820             ADD 1 TO WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
009830     END-READ.

009840 0262-TRATAR-ARQUIVO-MORTO.
009850     MOVE AUD-EMP-ID TO WRK-EMP-PROCURADO.
009860     PERFORM 0400-VERIFICAR-EXPURGO.
009870     IF SW-EXPURGAR = 'S'
009880         MOVE ZEROS TO AUD-EMP-ID
009890         MOVE WRK-NOME-ANONIMO TO AUD-NOME
009900         MOVE ZEROS TO AUD-SALARIO
009910         PERFORM 0410-CONTAR-EXPURGO
009920     END-IF.

009930     WRITE ARCH-NEW-RECORD FROM AUDIT-RECORD.
009940     IF WRK-STATUS-ARN NOT = '00'
009950         DISPLAY 'LGPDEXPG - ERRO AO GRAVAR O AUDARNEW '
009960             '- STATUS ' WRK-STATUS-ARN
009970         MOVE 'S' TO SW-ABORTAR
009980         MOVE 'S' TO SW-FIM-ARQUIVO
009990     ELSE
010000         ADD 1 TO WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
010010         PERFORM 0261-LER-ARQUIVO-MORTO
010020     END-IF.

010030*----------------------------------------------------------------
010040* 0270-EXPURGAR-TRILHA-CADASTRO - COPIA O MNTAUDIT PARA O
010050*                MNTAUNEW, MASCARANDO NOME E SALARIO NAS IMAGENS
010060*                ANTES/DEPOIS DO ELEGIVEL. A MATRICULA FICA NA
010070*                IMAGEM PARA O MSTREST.
010080*----------------------------------------------------------------
010090 0270-EXPURGAR-TRILHA-CADASTRO.
010100     MOVE 7 TO WRK-IDX-ARQUIVO.
010110     PERFORM 0420-PREPARAR-ARQUIVO.
010120     MOVE 'N' TO SW-FIM-ARQUIVO.
010130     PERFORM 0271-LER-TRILHA-CADASTRO.
010140     PERFORM 0272-TRATAR-TRILHA-CADASTRO
010150         UNTIL SW-FIM-ARQUIVO = 'S'.

010160 0271-LER-TRILHA-CADASTRO.
010170     READ MAINT-AUDIT-LOG
010180         AT END
010190             MOVE 'S' TO SW-FIM-ARQUIVO
010200         NOT AT END
010210             ADD 1 TO WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
010220     END-READ.

010230 0272-TRATAR-TRILHA-CADASTRO.
010240     MOVE MNT-EMP-ID TO WRK-EMP-PROCURADO.
010250     PERFORM 0400-VERIFICAR-EXPURGO.
010260     IF SW-EXPURGAR = 'S'
010270         PERFORM 0273-MASCARAR-TRILHA-CADASTRO
010280     END-IF.

010290     WRITE MAINT-AUDIT-NEW-RECORD FROM MAINT-AUDIT-RECORD.
010300     IF WRK-STATUS-AUN NOT = '00'
010310         DISPLAY 'LGPDEXPG - ERRO AO GRAVAR O MNTAUNEW '
010320             '- STATUS ' WRK-STATUS-AUN
010330         MOVE 'S' TO SW-ABORTAR
010340         MOVE 'S' TO SW-FIM-ARQUIVO
010350     ELSE
010360         ADD 1 TO WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
010370         PERFORM 0271-LER-TRILHA-CADASTRO
010380     END-IF.

010390 0273-MASCARAR-TRILHA-CADASTRO.
010400     MOVE MAINT-AUDIT-RECORD TO WRK-REGISTRO-ORIGINAL.
010410     IF MNT-IMAGEM-ANTES NOT = SPACES
010420         MOVE MNT-IMAGEM-ANTES TO IEM-RECORD
010430         PERFORM 0500-MASCARAR-FUNCIONARIO
010440         MOVE IEM-RECORD TO MNT-IMAGEM-ANTES
010450     END-IF.
010460     IF MNT-IMAGEM-DEPOIS NOT = SPACES
010470         MOVE MNT-IMAGEM-DEPOIS TO IEM-RECORD
010480         PERFORM 0500-MASCARAR-FUNCIONARIO
010490         MOVE IEM-RECORD TO MNT-IMAGEM-DEPOIS
010500     END-IF.
010510     IF MAINT-AUDIT-RECORD NOT = WRK-REGISTRO-ORIGINAL
010520         PERFORM 0410-CONTAR-EXPURGO
010530     END-IF.

010531*----------------------------------------------------------------
010532* 0275-EXPURGAR-TRILHA-MERITO - COPIA O MERAUDIT PARA O
010533*                MERAUNEW, MASCARANDO NOME E SALARIO NAS IMAGENS
010534*                ANTES/DEPOIS DO AUMENTO DO ELEGIVEL E ZERANDO O
010535*                VALOR NA LINHA DO RETROATIVO (ACAO 'R').
010536*----------------------------------------------------------------
010537 0275-EXPURGAR-TRILHA-MERITO.
010538     MOVE 8 TO WRK-IDX-ARQUIVO.
010539     PERFORM 0420-PREPARAR-ARQUIVO.
010540     MOVE 'N' TO SW-FIM-ARQUIVO.
010541     PERFORM 0276-LER-TRILHA-MERITO.
010542     PERFORM 0277-TRATAR-TRILHA-MERITO
010543         UNTIL SW-FIM-ARQUIVO = 'S'.

010544 0276-LER-TRILHA-MERITO.
010545     READ MERIT-AUDIT-LOG
010546         AT END
010547             MOVE 'S' TO SW-FIM-ARQUIVO
010548         NOT AT END
010549             ADD 1 TO WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
010550     END-READ.

010551 0277-TRATAR-TRILHA-MERITO.
010552     MOVE MAU-EMP-ID TO WRK-EMP-PROCURADO.
010553     PERFORM 0400-VERIFICAR-EXPURGO.
010554     IF SW-EXPURGAR = 'S'
010555         PERFORM 0278-MASCARAR-TRILHA-MERITO
010556     END-IF.

010557     WRITE MERIT-AUDIT-NEW-RECORD FROM MERIT-AUDIT-RECORD.
010558     IF WRK-STATUS-MAN NOT = '00'
010559         DISPLAY 'LGPDEXPG - ERRO AO GRAVAR O MERAUNEW '
010560             '- STATUS ' WRK-STATUS-MAN
010561         MOVE 'S' TO SW-ABORTAR
010562         MOVE 'S' TO SW-FIM-ARQUIVO
010563     ELSE
010564         ADD 1 TO WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
010565         PERFORM 0276-LER-TRILHA-MERITO
010566     END-IF.

010567 0278-MASCARAR-TRILHA-MERITO.
010568     MOVE MERIT-AUDIT-RECORD TO WRK-REGISTRO-ORIGINAL.
010569     IF MAU-ACAO = 'R'
010570         MOVE MAU-IMAGEM-DEPOIS TO WRK-IMAGEM-RETRO
010571         MOVE ZEROS TO WRK-IR-VALOR
010572         MOVE WRK-IMAGEM-RETRO TO MAU-IMAGEM-DEPOIS
010573     ELSE
010574         IF MAU-IMAGEM-ANTES NOT = SPACES
010575             MOVE MAU-IMAGEM-ANTES TO IEM-RECORD
010576             PERFORM 0500-MASCARAR-FUNCIONARIO
010577             MOVE IEM-RECORD TO MAU-IMAGEM-ANTES
010578         END-IF
010579         IF MAU-IMAGEM-DEPOIS NOT = SPACES
010580             MOVE MAU-IMAGEM-DEPOIS TO IEM-RECORD
010581             PERFORM 0500-MASCARAR-FUNCIONARIO
010582             MOVE IEM-RECORD TO MAU-IMAGEM-DEPOIS
010583         END-IF
010584     END-IF.
010585     IF MERIT-AUDIT-RECORD NOT = WRK-REGISTRO-ORIGINAL
010586         PERFORM 0410-CONTAR-EXPURGO
010587     END-IF.

010588*----------------------------------------------------------------
010589* 0280-EXPURGAR-TRILHA-EMPREST - COPIA O LONAUDIT PARA O
010590*                LONAUNEW, ZERANDO OS VALORES NAS IMAGENS DOS
010591*                CONTRATOS DO ELEGIVEL.
010592*----------------------------------------------------------------
010593 0280-EXPURGAR-TRILHA-EMPREST.
010600     MOVE 9 TO WRK-IDX-ARQUIVO.
010610     PERFORM 0420-PREPARAR-ARQUIVO.
010620     MOVE 'N' TO SW-FIM-ARQUIVO.
010630     PERFORM 0281-LER-TRILHA-EMPREST.
010640     PERFORM 0282-TRATAR-TRILHA-EMPREST
010650         UNTIL SW-FIM-ARQUIVO = 'S'.

010660 0281-LER-TRILHA-EMPREST.
010670     READ LOAN-AUDIT-LOG
010680         AT END
010690             MOVE 'S' TO SW-FIM-ARQUIVO
010700         NOT AT END
010710             ADD 1 TO WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
010720     END-READ.

010730 0282-TRATAR-TRILHA-EMPREST.
010740     MOVE LAU-EMP-ID TO WRK-EMP-PROCURADO.
010750     PERFORM 0400-VERIFICAR-EXPURGO.
010760     IF SW-EXPURGAR = 'S'
010770         PERFORM 0283-MASCARAR-TRILHA-EMPREST
010780     END-IF.

010790     WRITE LOAN-AUDIT-NEW-RECORD FROM LOAN-AUDIT-RECORD.
010800     IF WRK-STATUS-LAN NOT = '00'
010810         DISPLAY 'LGPDEXPG - ERRO AO GRAVAR O LONAUNEW '
010820             '- STATUS ' WRK-STATUS-LAN
010830         MOVE 'S' TO SW-ABORTAR
010840         MOVE 'S' TO SW-FIM-ARQUIVO
010850     ELSE
010860         ADD 1 TO WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
010870         PERFORM 0281-LER-TRILHA-EMPREST
010880     END-IF.

010890 0283-MASCARAR-TRILHA-EMPREST.
010900     MOVE LOAN-AUDIT-RECORD TO WRK-REGISTRO-ORIGINAL.
010910     IF LAU-IMAGEM-ANTES NOT = SPACES
010920         MOVE LAU-IMAGEM-ANTES TO ILN-RECORD
010930         PERFORM 0510-MASCARAR-EMPRESTIMO
010940         MOVE ILN-RECORD TO LAU-IMAGEM-ANTES
010950     END-IF.
010960     IF LAU-IMAGEM-DEPOIS NOT = SPACES
010970         MOVE LAU-IMAGEM-DEPOIS TO ILN-RECORD
010980         PERFORM 0510-MASCARAR-EMPRESTIMO
010990         MOVE ILN-RECORD TO LAU-IMAGEM-DEPOIS
011000     END-IF.
011010     IF LOAN-AUDIT-RECORD NOT = WRK-REGISTRO-ORIGINAL
011020         PERFORM 0410-CONTAR-EXPURGO
011030     END-IF.

011040*----------------------------------------------------------------
011050* 0290-EXPURGAR-MOVIMENTOS - COPIA O DEPTHIST PARA O DEPTHNEW,
011060*                ZERANDO A MATRICULA NOS MOVIMENTOS DO ELEGIVEL.
011070*                TIPO, DEPARTAMENTOS E DATA FICAM PARA AS
011080*                CONTAGENS DO DEPMOVRP.
011090*----------------------------------------------------------------
011100 0290-EXPURGAR-MOVIMENTOS.
011110     MOVE 10 TO WRK-IDX-ARQUIVO.
011120     PERFORM 0420-PREPARAR-ARQUIVO.
011130     MOVE 'N' TO SW-FIM-ARQUIVO.
011140     PERFORM 0291-LER-MOVIMENTO.
011150     PERFORM 0292-TRATAR-MOVIMENTO
011160         UNTIL SW-FIM-ARQUIVO = 'S'.

011170 0291-LER-MOVIMENTO.
011180     READ DEPT-MOVE-FILE
011190         AT END
011200             MOVE 'S' TO SW-FIM-ARQUIVO
011210         NOT AT END
011220             ADD 1 TO WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
011230     END-READ.

011240 0292-TRATAR-MOVIMENTO.
011250     MOVE DMV-EMP-ID TO WRK-EMP-PROCURADO.
011260     PERFORM 0400-VERIFICAR-EXPURGO.
011270     IF SW-EXPURGAR = 'S'
011280         MOVE ZEROS TO DMV-EMP-ID
011290         PERFORM 0410-CONTAR-EXPURGO
011300     END-IF.

011310     WRITE DEPT-MOVE-NEW-RECORD FROM DEPT-MOVE-RECORD.
011320     IF WRK-STATUS-MVN NOT = '00'
011330         DISPLAY 'LGPDEXPG - ERRO AO GRAVAR O DEPTHNEW '
011340             '- STATUS ' WRK-STATUS-MVN
011350         MOVE 'S' TO SW-ABORTAR
011360         MOVE 'S' TO SW-FIM-ARQUIVO
011370     ELSE
011380         ADD 1 TO WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
011390         PERFORM 0291-LER-MOVIMENTO
011400     END-IF.

011410*----------------------------------------------------------------
011420* 0300-FINALIZAR - IMPRIME OS FUNCIONARIOS E ARQUIVOS ATINGIDOS,
011430*                A CONFERENCIA DOS SEQUENCIAIS, O RESUMO E O
011440*                CERTIFICADO, FECHA OS ARQUIVOS E DEFINE O
011450*                RETURN-CODE.
011460*----------------------------------------------------------------
011470 0300-FINALIZAR.
011480     IF SW-RELATORIO-ABERTO = 'S'
011490         PERFORM 0310-IMPRIMIR-FUNCIONARIOS
011500         PERFORM 0320-IMPRIMIR-CONTROLE
011510         PERFORM 0330-IMPRIMIR-RESUMO
011520         PERFORM 0340-IMPRIMIR-CERTIFICADO
011530         CLOSE PRINT-REPORT
011540     END-IF.

011550     CLOSE EMPLOYEE-MASTER
011560           SALARY-HIST
011565           THIRTEENTH-HIST
011570           LOAN-MASTER
011580           AWARD-HISTORY-FILE
011590           ARCHIVE-FILE-IN
011600           ARCHIVE-FILE-NEW
011610           MAINT-AUDIT-LOG
011620           MAINT-AUDIT-NEW
011623           MERIT-AUDIT-LOG
011626           MERIT-AUDIT-NEW
011630           LOAN-AUDIT-LOG
011640           LOAN-AUDIT-NEW
011650           DEPT-MOVE-FILE
011660           DEPT-MOVE-NEW.

011670     EVALUATE TRUE
011680         WHEN SW-ABORTAR = 'S'
011690             MOVE 12  TO RETURN-CODE
011700             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
011710         WHEN WRK-QTD-BLOQUEADOS > ZEROS
011720           OR SW-CATEGORIA-AUSENTE = 'S'
011730             MOVE 4   TO RETURN-CODE
011740         WHEN OTHER
011750             MOVE 0   TO RETURN-CODE
011760     END-EVALUATE.

011770     DISPLAY '----------------------------------------'.
011780     DISPLAY 'LGPDEXPG - EXPURGO LGPD FINALIZADO'.
011790     DISPLAY 'DESLIGADOS ELEGIVEIS  : ' WRK-QTD-ELEGIVEIS.
011800     DISPLAY 'ANONIMIZADOS AGORA    : ' WRK-QTD-EXPURGADOS.
011810     DISPLAY 'JA ANONIMIZADOS ANTES : ' WRK-QTD-JA-EXPURGADOS.
011820     DISPLAY 'BLOQUEADOS (EMPREST.) : ' WRK-QTD-BLOQUEADOS.

011830     PERFORM 0370-GRAVAR-RUNCTL-FIM.

011840*----------------------------------------------------------------
011850* 0310-IMPRIMIR-FUNCIONARIOS - UMA LINHA POR FUNCIONARIO E
011860*                ARQUIVO COM REGISTROS ANONIMIZADOS NESTA
011870*                EXECUCAO. ELEGIVEL SEM NENHUM REGISTRO ALTERADO
011880*                JA TINHA SIDO ANONIMIZADO ANTES.
011890*----------------------------------------------------------------
011900 0310-IMPRIMIR-FUNCIONARIOS.
011910     MOVE SPACES TO PRINT-LINE.
011920     WRITE PRINT-LINE.
011930     MOVE 'REGISTROS ANONIMIZADOS POR FUNCIONARIO E ARQUIVO'
011940         TO WRK-LS-TITULO.
011950     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
011960     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-FUNC.

011970     PERFORM 0311-IMPRIMIR-FUNCIONARIO
011980         VARYING ELG-IDX FROM 1 BY 1
011990         UNTIL ELG-IDX > WRK-QTD-ELEGIVEIS.

012000     IF WRK-QTD-EXPURGADOS = ZEROS
012010         MOVE '   NENHUM REGISTRO ANONIMIZADO' TO PRINT-LINE
012020         WRITE PRINT-LINE
012030     END-IF.

012040 0311-IMPRIMIR-FUNCIONARIO.
012050     MOVE ZEROS TO WRK-QTD-REGISTROS-FUNC.
012060     PERFORM 0312-SOMAR-REGISTROS
012070         VARYING WRK-IDX-ARQUIVO FROM 1 BY 1
012080         UNTIL WRK-IDX-ARQUIVO > 10.

012090     IF WRK-QTD-REGISTROS-FUNC > ZEROS
012100         ADD 1 TO WRK-QTD-EXPURGADOS
012110         PERFORM 0313-IMPRIMIR-ARQUIVO-FUNC
012120             VARYING WRK-IDX-ARQUIVO FROM 1 BY 1
012130             UNTIL WRK-IDX-ARQUIVO > 10
012140     ELSE
012150         ADD 1 TO WRK-QTD-JA-EXPURGADOS
012160     END-IF.

012170 0312-SOMAR-REGISTROS.
012180     ADD WRK-ELG-QTD-ARQUIVO (ELG-IDX WRK-IDX-ARQUIVO)
012190         TO WRK-QTD-REGISTROS-FUNC.

012200 0313-IMPRIMIR-ARQUIVO-FUNC.
012210     IF WRK-ELG-QTD-ARQUIVO (ELG-IDX WRK-IDX-ARQUIVO) > ZEROS
012220         MOVE WRK-ELG-EMP-ID (ELG-IDX)      TO WRK-LF-EMP-ID
012230         MOVE WRK-ELG-DATA-STATUS (ELG-IDX) TO WRK-LF-DATA
012240         MOVE WRK-ARQ-NOME (WRK-IDX-ARQUIVO) TO WRK-LF-ARQUIVO
012250         MOVE WRK-ELG-QTD-ARQUIVO (ELG-IDX WRK-IDX-ARQUIVO)
012260             TO WRK-LF-QTD
012270         MOVE WRK-ARQ-TRATAMENTO (WRK-IDX-ARQUIVO)
012280             TO WRK-LF-TRATAMENTO
012290         WRITE PRINT-LINE FROM WRK-LINHA-FUNCIONARIO
012300     END-IF.

012310*----------------------------------------------------------------
012320* 0320-IMPRIMIR-CONTROLE - CONFERENCIA DOS SEQUENCIAIS: A NOVA
012330*                GERACAO TEM DE TER OS MESMOS REGISTROS LIDOS, O
012340*                QUE PRESERVA AS CONTAGENS DO TCTREND E DEPMOVRP.
012350*----------------------------------------------------------------
012360 0320-IMPRIMIR-CONTROLE.
012370     MOVE SPACES TO PRINT-LINE.
012380     WRITE PRINT-LINE.
012390     MOVE 'CONFERENCIA DOS ARQUIVOS SEQUENCIAIS (NOVA GERACAO)'
012400         TO WRK-LS-TITULO.
012410     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
012420     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-CTL.
012430     PERFORM 0321-IMPRIMIR-LINHA-CONTROLE
012440         VARYING WRK-IDX-ARQUIVO FROM 6 BY 1
012450         UNTIL WRK-IDX-ARQUIVO > 10.

012460 0321-IMPRIMIR-LINHA-CONTROLE.
012470     MOVE WRK-ARQ-NOME (WRK-IDX-ARQUIVO) TO WRK-LK-ARQUIVO.
012480     MOVE WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO) TO WRK-LK-LIDOS.
012490     MOVE WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
012500         TO WRK-LK-GRAVADOS.
012510     MOVE WRK-ARQ-QTD-ANONIMIZADOS (WRK-IDX-ARQUIVO)
012520         TO WRK-LK-ANONIMIZADOS.
012530     IF WRK-ARQ-QTD-LIDOS (WRK-IDX-ARQUIVO)
012540        = WRK-ARQ-QTD-GRAVADOS (WRK-IDX-ARQUIVO)
012550         MOVE 'PRESERVADA' TO WRK-LK-SITUACAO
012560     ELSE
012570         MOVE 'DIVERGENTE - NAO USAR A NOVA GERACAO'
012580             TO WRK-LK-SITUACAO
012590     END-IF.
012600     WRITE PRINT-LINE FROM WRK-LINHA-CONTROLE.

012610 0330-IMPRIMIR-RESUMO.
012620     MOVE SPACES TO PRINT-LINE.
012630     WRITE PRINT-LINE.
012640     MOVE 'RESUMO' TO PRINT-LINE.
012650     WRITE PRINT-LINE.

012660     MOVE 'DESLIGADOS ELEGIVEIS' TO WRK-LR-ROTULO.
012670     MOVE WRK-QTD-ELEGIVEIS TO WRK-LR-VALOR.
012680     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
012690     MOVE 'DESLIGADOS ANONIMIZADOS NESTA EXECUCAO'
012700         TO WRK-LR-ROTULO.
012710     MOVE WRK-QTD-EXPURGADOS TO WRK-LR-VALOR.
012720     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
012730     MOVE 'DESLIGADOS JA ANONIMIZADOS ANTES' TO WRK-LR-ROTULO.
012740     MOVE WRK-QTD-JA-EXPURGADOS TO WRK-LR-VALOR.
012750     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
012760     MOVE 'DESLIGADOS BLOQUEADOS POR EMPRESTIMO'
012770         TO WRK-LR-ROTULO.
012780     MOVE WRK-QTD-BLOQUEADOS TO WRK-LR-VALOR.
012790     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.

012800     PERFORM 0331-IMPRIMIR-TOTAL-ARQUIVO
012810         VARYING WRK-IDX-ARQUIVO FROM 1 BY 1
012820         UNTIL WRK-IDX-ARQUIVO > 10.

012830 0331-IMPRIMIR-TOTAL-ARQUIVO.
012840     MOVE WRK-ARQ-NOME (WRK-IDX-ARQUIVO) TO WRK-RA-ARQUIVO.
012850     MOVE WRK-ROTULO-ARQUIVO TO WRK-LR-ROTULO.
012860     MOVE WRK-ARQ-QTD-ANONIMIZADOS (WRK-IDX-ARQUIVO)
012870         TO WRK-LR-VALOR.
012880     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.

012890*----------------------------------------------------------------
012900* 0340-IMPRIMIR-CERTIFICADO - TERMO DO EXPURGO PARA ASSINATURA
012910*                DO CPD E DO ENCARREGADO DE DADOS. EXECUCAO
012920*                ABORTADA NAO GERA CERTIFICADO VALIDO.
012930*----------------------------------------------------------------
012940 0340-IMPRIMIR-CERTIFICADO.
012950     MOVE SPACES TO PRINT-LINE.
012960     WRITE PRINT-LINE.
012970     MOVE 'CERTIFICADO DE EXPURGO' TO PRINT-LINE.
012980     WRITE PRINT-LINE.

012990     IF SW-ABORTAR = 'S'
013000         MOVE 'EXECUCAO ABORTADA - EXPURGO INCOMPLETO, SEM VALI'
013010             TO PRINT-LINE
013020         WRITE PRINT-LINE
013030         MOVE 'DADE COMO CERTIFICADO. VER MENSAGENS NO CONSOLE E'
013040             TO PRINT-LINE
013050         WRITE PRINT-LINE
013060         MOVE 'REEXECUTAR; NAO USAR AS NOVAS GERACOES.'
013070             TO PRINT-LINE
013080         WRITE PRINT-LINE
013090     ELSE
013100         MOVE WRK-DATAATUAL TO WRK-LCE-DATA
013110         MOVE WRK-HORAATUAL TO WRK-LCE-HORA
013120         WRITE PRINT-LINE FROM WRK-LINHA-CERTIFICADO
013130         MOVE SPACES TO PRINT-LINE
013140         WRITE PRINT-LINE
013150         MOVE 'RESPONSAVEL CPD: ______________________________'
013160             TO PRINT-LINE
013170         WRITE PRINT-LINE
013180         MOVE SPACES TO PRINT-LINE
013190         WRITE PRINT-LINE
013200         MOVE 'ENCARREGADO DE DADOS (DPO): ___________________'
013210             TO PRINT-LINE
013220         WRITE PRINT-LINE
013230     END-IF.

013240*----------------------------------------------------------------
013250* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
013260*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
013270*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
013280*                PASSO: FICA SO O AVISO NO CONSOLE.
013290*----------------------------------------------------------------
013300 0360-GRAVAR-RUNCTL-INICIO.
013310     OPEN EXTEND RUN-CONTROL-FILE.
013320     IF WRK-STATUS-RUN NOT = '00'
013330         DISPLAY 'LGPDEXPG - ERRO AO ABRIR RUN-CONTROL-FILE '
013340             '- STATUS ' WRK-STATUS-RUN
013350     ELSE
013360         MOVE 'S' TO SW-RUNCTL-ABERTO
013370         MOVE 'LGPDEXPG  ' TO RUN-PROGRAMA
013380         MOVE WRK-DATAATUAL TO RUN-DATE
013390         MOVE WRK-HORAATUAL TO RUN-TIME
013400         MOVE 'I'        TO RUN-EVENTO
013410         MOVE 'ANUAL   ' TO RUN-MODO
013420         MOVE ZEROS TO RUN-QTD-PROCESSADOS
013430         MOVE ZEROS TO RUN-QTD-REJEITADOS
013440         MOVE SPACES TO RUN-RESULTADO
013450         WRITE RUN-CONTROL-RECORD
013460     END-IF.

013470*----------------------------------------------------------------
013480* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
013490*                RUNCTL: PROCESSADOS = DESLIGADOS ANONIMIZADOS,
013500*                REJEITADOS = BLOQUEADOS POR EMPRESTIMO.
013510*----------------------------------------------------------------
013520 0370-GRAVAR-RUNCTL-FIM.
013530     IF SW-RUNCTL-ABERTO = 'S'
013540         MOVE 'LGPDEXPG  ' TO RUN-PROGRAMA
013550         MOVE WRK-DATAATUAL TO RUN-DATE
013560         ACCEPT WRK-HORAATUAL FROM TIME
013570         MOVE WRK-HORAATUAL TO RUN-TIME
013580         MOVE 'F' TO RUN-EVENTO
013590         MOVE 'ANUAL   ' TO RUN-MODO
013600         MOVE WRK-QTD-EXPURGADOS TO RUN-QTD-PROCESSADOS
013610         MOVE WRK-QTD-BLOQUEADOS TO RUN-QTD-REJEITADOS
013620         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
013630         WRITE RUN-CONTROL-RECORD
013640         CLOSE RUN-CONTROL-FILE
013650     END-IF.

013660*----------------------------------------------------------------
013670* 0400-VERIFICAR-EXPURGO - LOCALIZA A MATRICULA NA TABELA DE
013680*                ELEGIVEIS E CONFERE SE A CATEGORIA DO ARQUIVO EM
013690*                TRATAMENTO JA VENCEU PARA ELA.
013700*----------------------------------------------------------------
013710 0400-VERIFICAR-EXPURGO.
013720     MOVE 'N' TO SW-EXPURGAR.
013730     IF WRK-QTD-ELEGIVEIS > ZEROS
013740         SEARCH ALL WRK-ELEGIVEL
013750             AT END
013760                 CONTINUE
013770             WHEN WRK-ELG-EMP-ID (ELG-IDX) = WRK-EMP-PROCURADO
013780                 IF WRK-ELG-CATEGORIA (ELG-IDX WRK-IDX-CATEGORIA)
013790                    = 'S'
013800                     MOVE 'S' TO SW-EXPURGAR
013810                 END-IF
013820         END-SEARCH
013830     END-IF.

013840 0410-CONTAR-EXPURGO.
013850     ADD 1 TO WRK-ELG-QTD-ARQUIVO (ELG-IDX WRK-IDX-ARQUIVO).
013860     ADD 1 TO WRK-ARQ-QTD-ANONIMIZADOS (WRK-IDX-ARQUIVO).

013870 0420-PREPARAR-ARQUIVO.
013880     MOVE WRK-ARQ-CATEGORIA (WRK-IDX-ARQUIVO)
013890         TO WRK-IDX-CATEGORIA.

013900*----------------------------------------------------------------
013910* 0500-MASCARAR-FUNCIONARIO - ANONIMIZA A IMAGEM DO EMPMAST EM
013920*                IEM-RECORD: NOME, SALARIO E DADOS DE MERITO.
013930*----------------------------------------------------------------
013940 0500-MASCARAR-FUNCIONARIO.
013950     MOVE WRK-NOME-ANONIMO TO IEM-NOME.
013960     MOVE ZEROS TO IEM-SALARIO.
013970     MOVE ZEROS TO IEM-FAIXA-MERITO.
013980     MOVE ZEROS TO IEM-DATA-ULT-AUMENTO.

013990*----------------------------------------------------------------
014000* 0510-MASCARAR-EMPRESTIMO - ZERA OS VALORES DA IMAGEM DO
014010*                LOANMAST EM ILN-RECORD.
014020*----------------------------------------------------------------
014030 0510-MASCARAR-EMPRESTIMO.
014040     MOVE ZEROS TO ILN-PRINCIPAL.
014050     MOVE ZEROS TO ILN-PARCELA.
014060     MOVE ZEROS TO ILN-SALDO-BASE.
014070     MOVE ZEROS TO ILN-JUROS-BASE.
014080     MOVE ZEROS TO ILN-VALOR-LIQUIDADO.
