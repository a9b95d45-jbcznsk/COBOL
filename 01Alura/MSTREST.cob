000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTREST.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. RESTAURA UM MESTRE INDEXADO
000130*                   (EMPMAST, LOANMAST OU DEPTMAST) A PARTIR DA
000140*                   COPIA DO MSTSNAP ESCOLHIDA NA JCL (MSTBKUP). A
000150*                   COPIA SO E ACEITA COM CABECALHO, TRAILER E
000160*                   TOTAIS DE CONTROLE CONFERIDOS, ANTES DE TOCAR
000170*                   NO MESTRE. COM AVANCO (RSTPARM), REAPLICA AS
000180*                   IMAGENS DA TRILHA DO MESTRE (MNTAUDIT,
000190*                   LONAUDIT OU DEPAUDIT) GRAVADAS DEPOIS DA COPIA
000200*                   ATE O MOMENTO LIMITE. NO FIM RELE O MESTRE
000210*                   RECONSTRUIDO E PROVA NO RELATORIO (RSTRPT) QUE
000220*                   QUANTIDADE, SOMA DE CHAVES E SOMA DE VALORES
000230*                   BATEM COM A COPIA MAIS OS AJUSTES DA TRILHA.
000240*                   SO E REFEITO O QUE PASSA PELA TRILHA: PASSOS
000250*                   QUE GRAVAM O MESTRE SEM TRILHA (TEMPOCASA,
000260*                   MERITAPL, LOANDED, LOANRCON, TERMSETL,
000270*                   LGPDEXPG) DEVEM SER REEXECUTADOS APOS A
000272*                   RESTAURACAO.
000275*                   RETURN-CODE:
000280*                   0 = MESTRE CONFERE, 8 = MESTRE DIVERGENTE OU
000290*                   EXCECOES NA REAPLICACAO, 12 = PARAMETRO OU
000300*                   COPIA INVALIDA, OU FALHA DE ARQUIVO (8 E 12 =
000310*                   RESULTADO 'A' NO RUNCTL).
000320*----------------------------------------------------------------

000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RESTORE-PARM-FILE
000400         ASSIGN TO RSTPARM
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-STATUS-PRM.

000430     SELECT BACKUP-FILE
000440         ASSIGN TO MSTBKUP
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WRK-STATUS-BKP.

000470*    SO UM MESTRE E RESTAURADO POR EXECUCAO: OS TRES MESTRES
000480*    DIVIDEM O MESMO CAMPO DE STATUS, ASSIM COMO AS TRES TRILHAS.
000490     SELECT EMPLOYEE-MASTER
000500         ASSIGN TO EMPMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EMP-ID OF EMP-RECORD
000540         FILE STATUS IS WRK-STATUS-MST.

000550     SELECT LOAN-MASTER
000560         ASSIGN TO LOANMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS LON-CHAVE OF LOAN-RECORD
000600         FILE STATUS IS WRK-STATUS-MST.

000610     SELECT DEPT-MASTER
000620         ASSIGN TO DEPTMAST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000660         FILE STATUS IS WRK-STATUS-MST.

000670     SELECT OPTIONAL MAINT-AUDIT-LOG
000680         ASSIGN TO MNTAUDIT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-STATUS-AUD.

000710     SELECT OPTIONAL LOAN-AUDIT-LOG
000720         ASSIGN TO LONAUDIT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-STATUS-AUD.

000750     SELECT OPTIONAL DEPT-AUDIT-LOG
000760         ASSIGN TO DEPAUDIT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-STATUS-AUD.

000790     SELECT PRINT-REPORT
000800         ASSIGN TO RSTRPT
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-STATUS-RPT.

000830     SELECT RUN-CONTROL-FILE
000840         ASSIGN TO RUNCTL
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WRK-STATUS-RUN.

000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  RESTORE-PARM-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY RSTREC.

000920 FD  BACKUP-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  BACKUP-LINE            PIC X(81).

000950 FD  EMPLOYEE-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY EMPMAST.

000980 FD  LOAN-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY LOANREC.

001010 FD  DEPT-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DEPTMAST.

001040 FD  MAINT-AUDIT-LOG
001050     LABEL RECORDS ARE STANDARD.
001060     COPY MNTAUD.

001070 FD  LOAN-AUDIT-LOG
001080     LABEL RECORDS ARE STANDARD.
001090     COPY MNTAUD REPLACING ==MAINT-AUDIT-RECORD==
001100                        BY ==LOAN-AUDIT-RECORD==
001110                        LEADING ==MNT== BY ==LAU==.

001120 FD  DEPT-AUDIT-LOG
001130     LABEL RECORDS ARE STANDARD.
001140     COPY DAUDREC.

001150 FD  PRINT-REPORT
001160     LABEL RECORDS ARE STANDARD.
001170 01  PRINT-LINE             PIC X(80).

001180 FD  RUN-CONTROL-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY RUNREC.

001210 WORKING-STORAGE SECTION.
001220     01 WRK-DATAATUAL.
001230         02 WRK-ANO    PIC 9(4).
001240         02 WRK-MES    PIC 9(2).
001250         02 WRK-DIA    PIC 9(2).
001260     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001270     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.
001280     77 WRK-MOTIVO-ABORTO   PIC X(56) VALUE SPACES.

001290*----------------------------------------------------------------
001300* TOTAIS DE CONTROLE: DA COPIA (RECALCULADOS DOS DETALHES), DA
001310* CARGA, DOS AJUSTES DA TRILHA (COM SINAL), ESPERADOS E DO
001320* MESTRE RECONSTRUIDO.
001330*----------------------------------------------------------------
001340     77 WRK-QTD-LIDOS-COPIA PIC 9(07) VALUE ZEROS.
001350     77 WRK-COPIA-QTD       PIC 9(07) VALUE ZEROS.
001360     77 WRK-COPIA-CHAVES    PIC 9(15) VALUE ZEROS.
001370     77 WRK-COPIA-VALORES   PIC 9(13)V99 VALUE ZEROS.
001380     77 WRK-CARGA-QTD       PIC 9(07) VALUE ZEROS.
001390     77 WRK-CARGA-CHAVES    PIC 9(15) VALUE ZEROS.
001400     77 WRK-CARGA-VALORES   PIC 9(13)V99 VALUE ZEROS.
001410     77 WRK-AJUSTE-QTD      PIC S9(07) VALUE ZEROS.
001420     77 WRK-AJUSTE-CHAVES   PIC S9(15) VALUE ZEROS.
001430     77 WRK-AJUSTE-VALORES  PIC S9(13)V99 VALUE ZEROS.
001440     77 WRK-ESPERADO-QTD    PIC S9(07) VALUE ZEROS.
001450     77 WRK-ESPERADO-CHAVES PIC S9(15) VALUE ZEROS.
001460     77 WRK-ESPERADO-VALORES PIC S9(13)V99 VALUE ZEROS.
001470     77 WRK-FINAL-QTD       PIC 9(07) VALUE ZEROS.
001480     77 WRK-FINAL-CHAVES    PIC 9(15) VALUE ZEROS.
001490     77 WRK-FINAL-VALORES   PIC 9(13)V99 VALUE ZEROS.

001500     77 WRK-QTD-TRILHA-LIDOS PIC 9(06) VALUE ZEROS.
001510     77 WRK-QTD-ANTERIORES  PIC 9(06) VALUE ZEROS.
001520     77 WRK-QTD-POSTERIORES PIC 9(06) VALUE ZEROS.
001530     77 WRK-QTD-INCLUSOES   PIC 9(06) VALUE ZEROS.
001540     77 WRK-QTD-ALTERACOES  PIC 9(06) VALUE ZEROS.
001550     77 WRK-QTD-EXCLUSOES   PIC 9(06) VALUE ZEROS.
001560     77 WRK-QTD-EXCECOES    PIC 9(06) VALUE ZEROS.
001570     77 WRK-QTD-PROCESSADOS PIC 9(06) VALUE ZEROS.

001580*----------------------------------------------------------------
001590* JANELA DE AVANCO: SO ENTRA O REGISTRO DA TRILHA GRAVADO DEPOIS
001600* DA COPIA E ATE O LIMITE (DATA E HORA COMPARADAS JUNTAS).
001610*----------------------------------------------------------------
001620     01 WRK-MOMENTO-COPIA.
001630         05 WRK-MC-DATA     PIC 9(08) VALUE ZEROS.
001640         05 WRK-MC-HORA     PIC 9(08) VALUE ZEROS.
001650     01 WRK-MOMENTO-LIMITE.
001660         05 WRK-ML-DATA     PIC 9(08) VALUE ZEROS.
001670         05 WRK-ML-HORA     PIC 9(08) VALUE ZEROS.

001680*----------------------------------------------------------------
001690* REGISTRO DA TRILHA EM USO, NO FORMATO COMUM AS TRES TRILHAS.
001700*----------------------------------------------------------------
001710     01 WRK-TRILHA.
001720         05 WRK-MOMENTO-TRILHA.
001730             10 WRK-TRL-DATA PIC 9(08).
001740             10 WRK-TRL-HORA PIC 9(08).
001750         05 WRK-TRL-ACAO    PIC X(01).
001760         05 WRK-TRL-ANTES   PIC X(80).
001770         05 WRK-TRL-DEPOIS  PIC X(80).

001780     01 WRK-IMAGEM-MESTRE   PIC X(80) VALUE SPACES.
001790     77 WRK-CHAVE-EXIBIDA   PIC X(08) VALUE SPACES.
001800     77 WRK-MOTIVO-EXCECAO  PIC X(48) VALUE SPACES.

001810*----------------------------------------------------------------
001820* APURACAO DOS TOTAIS DE CONTROLE DE UMA IMAGEM DE REGISTRO
001830* (MESMA ROTINA DO MSTSNAP, QUE GRAVOU O TRAILER DA COPIA).
001840*----------------------------------------------------------------
001850     01 WRK-MESTRE          PIC X(08) VALUE SPACES.
001860         88 MESTRE-EMPREGADOS      VALUE 'EMPMAST '.
001870         88 MESTRE-EMPRESTIMOS     VALUE 'LOANMAST'.
001880         88 MESTRE-DEPARTAMENTOS   VALUE 'DEPTMAST'.
001890     01 WRK-IMAGEM-CONTROLE PIC X(80) VALUE SPACES.
001900     77 WRK-REG-CHAVE       PIC 9(10) VALUE ZEROS.
001910     77 WRK-REG-VALOR       PIC 9(11)V99 VALUE ZEROS.
001920     77 WRK-HASH-TEXTO      PIC 9(10) VALUE ZEROS.
001930     77 WRK-POS-HASH        PIC 9(02) VALUE ZEROS.
001940     77 WRK-POS-LETRA       PIC 9(02) VALUE ZEROS.
001950     77 WRK-VALOR-LETRA     PIC 9(02) VALUE ZEROS.
001960     01 WRK-TEXTO-HASH.
001970         05 WRK-CARACTERE-HASH PIC X(01) OCCURS 6 TIMES.
001980     01 WRK-ALFABETO.
001990         05 FILLER PIC X(37)
002000             VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002010     01 WRK-ALFABETO-TAB REDEFINES WRK-ALFABETO.
002020         05 WRK-LETRA       PIC X(01) OCCURS 37 TIMES.

002030     COPY EMPMAST REPLACING LEADING ==EMP== BY ==IEM==.
002040     COPY LOANREC REPLACING ==LOAN-RECORD== BY ==ILN-RECORD==
002050                            LEADING ==LON== BY ==ILN==.
002060     COPY DEPTMAST REPLACING LEADING ==DEP== BY ==IDP==.

002070     COPY BKPREC.

002080     01 WRK-SWITCHES.
002090         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
002100             88 ABORTAR-EXECUCAO       VALUE 'S'.
002110         05 SW-FIM-COPIA        PIC X(01) VALUE 'N'.
002120             88 FIM-COPIA              VALUE 'S'.
002130         05 SW-CABECALHO-LIDO   PIC X(01) VALUE 'N'.
002140             88 CABECALHO-LIDO         VALUE 'S'.
002150         05 SW-TRAILER-LIDO     PIC X(01) VALUE 'N'.
002160             88 TRAILER-LIDO           VALUE 'S'.
002170         05 SW-FIM-TRILHA       PIC X(01) VALUE 'N'.
002180             88 FIM-TRILHA             VALUE 'S'.
002190         05 SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
002200             88 FIM-MESTRE             VALUE 'S'.
002210         05 SW-AVANCO           PIC X(01) VALUE 'N'.
002220             88 AVANCO-PEDIDO          VALUE 'S'.
002230         05 SW-SEM-LIMITE       PIC X(01) VALUE 'N'.
002240             88 SEM-LIMITE             VALUE 'S'.
002250         05 SW-FALHA-MESTRE     PIC X(01) VALUE 'N'.
002260             88 FALHA-MESTRE           VALUE 'S'.
002270         05 SW-DIVERGENTE       PIC X(01) VALUE 'N'.
002280             88 MESTRE-DIVERGENTE      VALUE 'S'.
002290         05 SW-LETRA-ACHADA     PIC X(01) VALUE 'N'.
002300             88 LETRA-ACHADA           VALUE 'S'.
002310         05 SW-RELATORIO-ABERTO PIC X(01) VALUE 'N'.
002320             88 RELATORIO-ABERTO       VALUE 'S'.
002330         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
002340             88 RUNCTL-ABERTO          VALUE 'S'.

002350     01 WRK-STATUS-ARQUIVOS.
002360         05 WRK-STATUS-PRM  PIC X(02) VALUE '00'.
002370         05 WRK-STATUS-BKP  PIC X(02) VALUE '00'.
002380         05 WRK-STATUS-MST  PIC X(02) VALUE '00'.
002390         05 WRK-STATUS-AUD  PIC X(02) VALUE '00'.
002400         05 WRK-STATUS-RPT  PIC X(02) VALUE '00'.
002410         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

002420*----------------------------------------------------------------
002430* LINHAS DO RELATORIO DE RESTAURACAO (RSTRPT).
002440*----------------------------------------------------------------
002450     01 WRK-LINHA-CABECALHO.
002460         05 FILLER PIC X(40)
002470             VALUE 'MSTREST - RESTAURACAO DE MESTRE - DATA: '.
002480         05 WRK-LC-DATA     PIC 9(08).
002490         05 FILLER PIC X(32) VALUE SPACES.

002500     01 WRK-LINHA-INFO.
002510         05 WRK-LI-ROTULO   PIC X(24).
002520         05 WRK-LI-TEXTO    PIC X(56).

002530     01 WRK-TEXTO-MOMENTO.
002540         05 WRK-TM-DATA     PIC 9(08).
002550         05 FILLER          PIC X(01) VALUE SPACE.
002560         05 WRK-TM-HORA     PIC 9(08).

002570     01 WRK-TEXTO-JANELA.
002580         05 FILLER          PIC X(12) VALUE 'APOS A COPIA'.
002590         05 WRK-TJ-LIMITE   PIC X(24).

002600     01 WRK-TEXTO-LIMITE.
002610         05 FILLER          PIC X(05) VALUE ' ATE '.
002620         05 WRK-TL-DATA     PIC 9(08).
002630         05 FILLER          PIC X(01) VALUE SPACE.
002640         05 WRK-TL-HORA     PIC 9(08).

002650     01 WRK-LINHA-SECAO.
002660         05 WRK-LS-TITULO   PIC X(80).

002670     01 WRK-LINHA-COLUNAS-EXC.
002680         05 FILLER PIC X(40)
002690             VALUE 'DATA     HORA      A  CHAVE     MOTIVO  '.
002700         05 FILLER PIC X(40) VALUE SPACES.

002710     01 WRK-LINHA-EXCECAO.
002720         05 WRK-LE-DATA     PIC 9(08).
002730         05 FILLER          PIC X(01) VALUE SPACE.
002740         05 WRK-LE-HORA     PIC 9(08).
002750         05 FILLER          PIC X(02) VALUE SPACES.
002760         05 WRK-LE-ACAO     PIC X(01).
002770         05 FILLER          PIC X(02) VALUE SPACES.
002780         05 WRK-LE-CHAVE    PIC X(08).
002790         05 FILLER          PIC X(02) VALUE SPACES.
002800         05 WRK-LE-MOTIVO   PIC X(48).

002810     01 WRK-LINHA-COLUNAS-TOT.
002820         05 FILLER PIC X(34)
002830             VALUE '                        QUANTIDADE'.
002840         05 FILLER PIC X(18) VALUE '    SOMA DE CHAVES'.
002850         05 FILLER PIC X(19) VALUE '    SOMA DE VALORES'.
002860         05 FILLER PIC X(09) VALUE SPACES.

002870     01 WRK-LINHA-TOTAIS.
002880         05 WRK-LT-ROTULO   PIC X(24).
002890         05 FILLER          PIC X(02) VALUE SPACES.
002900         05 WRK-LT-QTD      PIC -(7)9.
002910         05 FILLER          PIC X(02) VALUE SPACES.
002920         05 WRK-LT-CHAVES   PIC -(15)9.
002930         05 FILLER          PIC X(02) VALUE SPACES.
002940         05 WRK-LT-VALORES  PIC -(13)9.99.
002950         05 FILLER          PIC X(09) VALUE SPACES.

002960     01 WRK-LINHA-RESUMO.
002970         05 WRK-LR-ROTULO   PIC X(40).
002980         05 WRK-LR-VALOR    PIC ZZZ,ZZ9.
002990         05 FILLER          PIC X(33) VALUE SPACES.

003000 PROCEDURE DIVISION.
003010 0000-PRINCIPAL.
003020     PERFORM 0100-INICIAR.
003030     PERFORM 0200-PROCESSAR.
003040     PERFORM 0300-FINALIZAR.

003050     STOP RUN.

003060*----------------------------------------------------------------
003070* 0100-INICIAR - ABRE O RELATORIO, LE O PARAMETRO E VALIDA A
003080*                COPIA INTEIRA ANTES DE QUALQUER ALTERACAO NO
003090*                MESTRE. QUALQUER FALHA AQUI ABORTA O PASSO COM
003100*                O MESTRE INTACTO.
003110*----------------------------------------------------------------
003120 0100-INICIAR.
003130     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
003140     ACCEPT WRK-HORAATUAL FROM TIME.

003150     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

003160     OPEN OUTPUT PRINT-REPORT.
003170     IF WRK-STATUS-RPT NOT = '00'
003180         DISPLAY 'MSTREST - ERRO AO ABRIR PRINT-REPORT '
003190             '- STATUS ' WRK-STATUS-RPT
003200         MOVE 'S' TO SW-ABORTAR
003210         MOVE 'FALHA NA ABERTURA DO RELATORIO RSTRPT'
003220             TO WRK-MOTIVO-ABORTO
003230     ELSE
003240         MOVE 'S' TO SW-RELATORIO-ABERTO
003250     END-IF.

003260     IF SW-ABORTAR NOT = 'S'
003270         PERFORM 0110-LER-PARAMETRO
003280     END-IF.

003290     IF SW-ABORTAR NOT = 'S'
003300         PERFORM 0120-VALIDAR-COPIA
003310     END-IF.

003320     IF SW-RELATORIO-ABERTO = 'S'
003330         PERFORM 0130-IMPRIMIR-CABECALHO
003340     END-IF.

003350*----------------------------------------------------------------
003360* 0110-LER-PARAMETRO - LE E CRITICA O RSTPARM. DATA LIMITE
003370*                ZERADA = SEM LIMITE; HORA LIMITE ZERADA COM DATA
003380*                INFORMADA = ATE O FIM DAQUELE DIA.
003390*----------------------------------------------------------------
003400 0110-LER-PARAMETRO.
003410     OPEN INPUT RESTORE-PARM-FILE.
003420     IF WRK-STATUS-PRM NOT = '00'
003430         DISPLAY 'MSTREST - ERRO AO ABRIR RESTORE-PARM-FILE '
003440             '- STATUS ' WRK-STATUS-PRM
003450         MOVE 'S' TO SW-ABORTAR
003460         MOVE 'PARAMETRO RSTPARM AUSENTE' TO WRK-MOTIVO-ABORTO
003470     ELSE
003480         READ RESTORE-PARM-FILE
003490             AT END
003500                 MOVE 'S' TO SW-ABORTAR
003510                 MOVE 'PARAMETRO RSTPARM VAZIO'
003520                     TO WRK-MOTIVO-ABORTO
003530         END-READ
003540         CLOSE RESTORE-PARM-FILE
003550     END-IF.

003560     IF SW-ABORTAR NOT = 'S'
003570         EVALUATE TRUE
003580             WHEN NOT RSP-COM-AVANCO AND NOT RSP-SEM-AVANCO
003590                 MOVE 'S' TO SW-ABORTAR
003600                 MOVE 'INDICADOR DE AVANCO DEVE SER S OU N'
003610                     TO WRK-MOTIVO-ABORTO
003620             WHEN RSP-DATA-LIMITE NOT NUMERIC
003630               OR RSP-HORA-LIMITE NOT NUMERIC
003640                 MOVE 'S' TO SW-ABORTAR
003650                 MOVE 'DATA/HORA LIMITE NAO NUMERICA'
003660                     TO WRK-MOTIVO-ABORTO
003670             WHEN RSP-DATA-LIMITE = ZEROS
003680              AND RSP-HORA-LIMITE NOT = ZEROS
003690                 MOVE 'S' TO SW-ABORTAR
003700                 MOVE 'HORA LIMITE SEM DATA LIMITE'
003710                     TO WRK-MOTIVO-ABORTO
003720             WHEN RSP-SEM-AVANCO
003730                 CONTINUE
003740             WHEN RSP-DATA-LIMITE = ZEROS
003750                 MOVE 'S' TO SW-SEM-LIMITE
003760             WHEN OTHER
003770                 MOVE RSP-DATA-LIMITE TO WRK-ML-DATA
003780                 MOVE RSP-HORA-LIMITE TO WRK-ML-HORA
003790                 IF RSP-HORA-LIMITE = ZEROS
003800                     MOVE 99999999 TO WRK-ML-HORA
003810                 END-IF
003820         END-EVALUATE
003830     END-IF.

003840     IF SW-ABORTAR NOT = 'S' AND RSP-COM-AVANCO
003850         MOVE 'S' TO SW-AVANCO
003860     END-IF.

003870     IF SW-ABORTAR = 'S'
003880         DISPLAY 'MSTREST - ' WRK-MOTIVO-ABORTO
003890     END-IF.

003900*----------------------------------------------------------------
003910* 0120-VALIDAR-COPIA - PRIMEIRA PASSADA NA COPIA: CABECALHO 'H'
003920*                COM MESTRE CONHECIDO, DETALHES 'D' E TRAILER 'T'
003930*                NO FIM, COM OS TOTAIS RECALCULADOS DOS DETALHES
003940*                IGUAIS AOS DO TRAILER.
003950*----------------------------------------------------------------
003960 0120-VALIDAR-COPIA.
003970     OPEN INPUT BACKUP-FILE.
003980     IF WRK-STATUS-BKP NOT = '00'
003990         DISPLAY 'MSTREST - ERRO AO ABRIR BACKUP-FILE '
004000             '- STATUS ' WRK-STATUS-BKP
004010         MOVE 'S' TO SW-ABORTAR
004020         MOVE 'COPIA MSTBKUP AUSENTE' TO WRK-MOTIVO-ABORTO
004030     ELSE
004040         MOVE 'N' TO SW-FIM-COPIA
004050         PERFORM 0121-LER-COPIA
004060             UNTIL SW-FIM-COPIA = 'S'
004070         CLOSE BACKUP-FILE
004080     END-IF.

004090     IF SW-ABORTAR NOT = 'S'
004100         EVALUATE TRUE
004110             WHEN SW-CABECALHO-LIDO NOT = 'S'
004120                 MOVE 'S' TO SW-ABORTAR
004130                 MOVE 'COPIA VAZIA OU SEM CABECALHO'
004140                     TO WRK-MOTIVO-ABORTO
004150             WHEN SW-TRAILER-LIDO NOT = 'S'
004160                 MOVE 'S' TO SW-ABORTAR
004170                 MOVE 'COPIA SEM TRAILER - DESCARGA INCOMPLETA'
004180                     TO WRK-MOTIVO-ABORTO
004190             WHEN BKT-QTD-REGISTROS NOT NUMERIC
004200               OR BKT-SOMA-CHAVES NOT NUMERIC
004210               OR BKT-SOMA-VALORES NOT NUMERIC
004220                 MOVE 'S' TO SW-ABORTAR
004230                 MOVE 'TRAILER DA COPIA COM TOTAIS INVALIDOS'
004240                     TO WRK-MOTIVO-ABORTO
004250             WHEN BKT-QTD-REGISTROS NOT = WRK-COPIA-QTD
004260               OR BKT-SOMA-CHAVES NOT = WRK-COPIA-CHAVES
004270               OR BKT-SOMA-VALORES NOT = WRK-COPIA-VALORES
004280                 MOVE 'S' TO SW-ABORTAR
004290                 MOVE 'DETALHES DA COPIA NAO BATEM COM O TRAILER'
004300                     TO WRK-MOTIVO-ABORTO
004310             WHEN OTHER
004320                 MOVE BKH-DATA-COPIA TO WRK-MC-DATA
004330                 MOVE BKH-HORA-COPIA TO WRK-MC-HORA
004340         END-EVALUATE
004350     END-IF.

004360     IF SW-ABORTAR = 'S'
004370         DISPLAY 'MSTREST - ' WRK-MOTIVO-ABORTO
004380     END-IF.

004390 0121-LER-COPIA.
004400     READ BACKUP-FILE
004410         AT END
004420             MOVE 'S' TO SW-FIM-COPIA
004430         NOT AT END
004440             PERFORM 0122-CRITICAR-REGISTRO-COPIA
004450     END-READ.

004460 0122-CRITICAR-REGISTRO-COPIA.
004470     MOVE BACKUP-LINE TO BACKUP-RECORD.

004480     EVALUATE TRUE
004490         WHEN SW-TRAILER-LIDO = 'S'
004500             MOVE 'REGISTRO APOS O TRAILER DA COPIA'
004510                 TO WRK-MOTIVO-ABORTO
004520             MOVE 'S' TO SW-ABORTAR
004530         WHEN BKD-TIPO = 'H' AND WRK-QTD-LIDOS-COPIA = ZEROS
004540             MOVE BACKUP-LINE TO BACKUP-HEADER-RECORD
004550             MOVE 'S' TO SW-CABECALHO-LIDO
004560             MOVE BKH-ARQUIVO TO WRK-MESTRE
004570             IF NOT MESTRE-EMPREGADOS
004580                AND NOT MESTRE-EMPRESTIMOS
004590                AND NOT MESTRE-DEPARTAMENTOS
004600                 MOVE 'MESTRE DESCONHECIDO NO CABECALHO'
004610                     TO WRK-MOTIVO-ABORTO
004620                 MOVE 'S' TO SW-ABORTAR
004630             END-IF
004640             IF BKH-DATA-COPIA NOT NUMERIC
004650                OR BKH-HORA-COPIA NOT NUMERIC
004660                 MOVE 'DATA/HORA DA COPIA INVALIDA NO CABECALHO'
004670                     TO WRK-MOTIVO-ABORTO
004680                 MOVE 'S' TO SW-ABORTAR
004690             END-IF
004700         WHEN SW-CABECALHO-LIDO NOT = 'S'
004710             MOVE 'COPIA SEM CABECALHO' TO WRK-MOTIVO-ABORTO
004720             MOVE 'S' TO SW-ABORTAR
004730         WHEN BKD-TIPO = 'D'
004740             MOVE BKD-IMAGEM TO WRK-IMAGEM-CONTROLE
004750             PERFORM 0400-APURAR-CONTROLE
004760             ADD 1             TO WRK-COPIA-QTD
004770             ADD WRK-REG-CHAVE TO WRK-COPIA-CHAVES
004780             ADD WRK-REG-VALOR TO WRK-COPIA-VALORES
004790         WHEN BKD-TIPO = 'T'
004800             MOVE BACKUP-LINE TO BACKUP-TRAILER-RECORD
004810             MOVE 'S' TO SW-TRAILER-LIDO
004820         WHEN OTHER
004830             MOVE 'TIPO DE REGISTRO INVALIDO NA COPIA'
004840                 TO WRK-MOTIVO-ABORTO
004850             MOVE 'S' TO SW-ABORTAR
004860     END-EVALUATE.

004870     ADD 1 TO WRK-QTD-LIDOS-COPIA.
004880     IF SW-ABORTAR = 'S'
004890         MOVE 'S' TO SW-FIM-COPIA
004900     END-IF.

004910*----------------------------------------------------------------
004920* 0130-IMPRIMIR-CABECALHO - CABECALHO DO RELATORIO: MESTRE, DATA
004930*                E HORA DA COPIA E JANELA DE AVANCO PELA TRILHA.
004940*----------------------------------------------------------------
004950 0130-IMPRIMIR-CABECALHO.
004960     MOVE WRK-DATAATUAL TO WRK-LC-DATA.
004970     WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO.
004980     MOVE SPACES TO PRINT-LINE.
004990     WRITE PRINT-LINE.

005000     MOVE 'MESTRE RESTAURADO     :' TO WRK-LI-ROTULO.
005010     MOVE BKH-ARQUIVO TO WRK-LI-TEXTO.
005020     WRITE PRINT-LINE FROM WRK-LINHA-INFO.

005030     MOVE 'COPIA DE              :' TO WRK-LI-ROTULO.
005040     MOVE WRK-MC-DATA TO WRK-TM-DATA.
005050     MOVE WRK-MC-HORA TO WRK-TM-HORA.
005060     MOVE WRK-TEXTO-MOMENTO TO WRK-LI-TEXTO.
005070     WRITE PRINT-LINE FROM WRK-LINHA-INFO.

005080     MOVE 'AVANCO PELA TRILHA    :' TO WRK-LI-ROTULO.
005090     EVALUATE TRUE
005100         WHEN SW-AVANCO NOT = 'S'
005110             MOVE 'SEM AVANCO - SO A COPIA' TO WRK-LI-TEXTO
005120         WHEN SW-SEM-LIMITE = 'S'
005130             MOVE ' ATE O FIM DA TRILHA' TO WRK-TJ-LIMITE
005140             MOVE WRK-TEXTO-JANELA TO WRK-LI-TEXTO
005150         WHEN OTHER
005160             MOVE WRK-ML-DATA TO WRK-TL-DATA
005170             MOVE WRK-ML-HORA TO WRK-TL-HORA
005180             MOVE WRK-TEXTO-LIMITE TO WRK-TJ-LIMITE
005190             MOVE WRK-TEXTO-JANELA TO WRK-LI-TEXTO
005200     END-EVALUATE.
005210     WRITE PRINT-LINE FROM WRK-LINHA-INFO.

005220     IF SW-AVANCO = 'S' AND SW-ABORTAR NOT = 'S'
005230         MOVE SPACES TO PRINT-LINE
005240         WRITE PRINT-LINE
005250         MOVE 'EXCECOES NA REAPLICACAO DA TRILHA'
005260             TO WRK-LS-TITULO
005270         WRITE PRINT-LINE FROM WRK-LINHA-SECAO
005280         WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-EXC
005290     END-IF.

005300*----------------------------------------------------------------
005310* 0200-PROCESSAR - RECARGA DA COPIA, AVANCO PELA TRILHA (SE
005320*                PEDIDO) E RELEITURA DO MESTRE RECONSTRUIDO.
005330*----------------------------------------------------------------
005340 0200-PROCESSAR.
005350     IF SW-ABORTAR NOT = 'S'
005360         PERFORM 0210-CARREGAR-COPIA
005370     END-IF.

005380     IF SW-ABORTAR NOT = 'S' AND SW-AVANCO = 'S'
005390         PERFORM 0230-AVANCAR-TRILHA
005400     END-IF.

005410     IF SW-ABORTAR NOT = 'S'
005420         PERFORM 0260-CONFERIR-MESTRE
005430     END-IF.

005440*----------------------------------------------------------------
005450* 0210-CARREGAR-COPIA - RECRIA O MESTRE VAZIO (OPEN OUTPUT) E
005460*                GRAVA NELE CADA DETALHE DA COPIA JA VALIDADA.
005470*----------------------------------------------------------------
005480 0210-CARREGAR-COPIA.
005490     PERFORM 0510-ABRIR-MESTRE-SAIDA.
005500     IF WRK-STATUS-MST NOT = '00'
005510         DISPLAY 'MSTREST - ERRO AO RECRIAR ' WRK-MESTRE
005520             ' - STATUS ' WRK-STATUS-MST
005530         MOVE 'S' TO SW-ABORTAR
005540         MOVE 'FALHA NA RECRIACAO DO MESTRE'
005550             TO WRK-MOTIVO-ABORTO
005560     ELSE
005570         OPEN INPUT BACKUP-FILE
005580         IF WRK-STATUS-BKP NOT = '00'
005590             DISPLAY 'MSTREST - ERRO AO REABRIR BACKUP-FILE '
005600                 '- STATUS ' WRK-STATUS-BKP
005610             MOVE 'S' TO SW-ABORTAR
005620             MOVE 'FALHA NA REABERTURA DA COPIA'
005630                 TO WRK-MOTIVO-ABORTO
005640         ELSE
005650             MOVE 'N' TO SW-FIM-COPIA
005660             PERFORM 0211-CARREGAR-REGISTRO
005670                 UNTIL SW-FIM-COPIA = 'S'
005680             CLOSE BACKUP-FILE
005690         END-IF
005700         PERFORM 0515-FECHAR-MESTRE
005710     END-IF.

005720 0211-CARREGAR-REGISTRO.
005730     READ BACKUP-FILE INTO BACKUP-RECORD
005740         AT END
005750             MOVE 'S' TO SW-FIM-COPIA
005760     END-READ.

005770     IF SW-FIM-COPIA NOT = 'S' AND BKD-TIPO = 'D'
005780         MOVE BKD-IMAGEM TO WRK-IMAGEM-MESTRE
005790         PERFORM 0520-INCLUIR-REGISTRO
005800         IF SW-FALHA-MESTRE = 'S'
005810             DISPLAY 'MSTREST - ERRO NA CARGA DE ' WRK-MESTRE
005820                 ' - STATUS ' WRK-STATUS-MST
005830             MOVE 'S' TO SW-ABORTAR
005840             MOVE 'FALHA NA CARGA - MESTRE INCOMPLETO'
005850                 TO WRK-MOTIVO-ABORTO
005860             MOVE 'S' TO SW-FIM-COPIA
005870         ELSE
005880             MOVE BKD-IMAGEM TO WRK-IMAGEM-CONTROLE
005890             PERFORM 0400-APURAR-CONTROLE
005900             ADD 1             TO WRK-CARGA-QTD
005910             ADD WRK-REG-CHAVE TO WRK-CARGA-CHAVES
005920             ADD WRK-REG-VALOR TO WRK-CARGA-VALORES
005930             ADD 1             TO WRK-QTD-PROCESSADOS
005940         END-IF
005950     END-IF.

005960*----------------------------------------------------------------
005970* 0230-AVANCAR-TRILHA - LE A TRILHA DO MESTRE RESTAURADO E
005980*                REAPLICA AS IMAGENS DENTRO DA JANELA. TRILHA
005990*                AUSENTE (STATUS 05) = NADA A REAPLICAR.
006000*----------------------------------------------------------------
006010 0230-AVANCAR-TRILHA.
006020     PERFORM 0511-ABRIR-MESTRE-ATUALIZACAO.
006030     IF WRK-STATUS-MST NOT = '00'
006040         DISPLAY 'MSTREST - ERRO AO ABRIR ' WRK-MESTRE
006050             ' PARA ATUALIZACAO - STATUS ' WRK-STATUS-MST
006060         MOVE 'S' TO SW-ABORTAR
006070         MOVE 'FALHA NA ABERTURA DO MESTRE PARA O AVANCO'
006080             TO WRK-MOTIVO-ABORTO
006090     ELSE
006100         EVALUATE TRUE
006110             WHEN MESTRE-EMPREGADOS
006120                 OPEN INPUT MAINT-AUDIT-LOG
006130             WHEN MESTRE-EMPRESTIMOS
006140                 OPEN INPUT LOAN-AUDIT-LOG
006150             WHEN MESTRE-DEPARTAMENTOS
006160                 OPEN INPUT DEPT-AUDIT-LOG
006170         END-EVALUATE
006180         IF WRK-STATUS-AUD NOT = '00' AND
006190            WRK-STATUS-AUD NOT = '05'
006200             DISPLAY 'MSTREST - ERRO AO ABRIR A TRILHA DE '
006210                 WRK-MESTRE ' - STATUS ' WRK-STATUS-AUD
006220             MOVE 'S' TO SW-ABORTAR
006230             MOVE 'FALHA NA ABERTURA DA TRILHA DE AUDITORIA'
006240                 TO WRK-MOTIVO-ABORTO
006250         ELSE
006260             MOVE 'N' TO SW-FIM-TRILHA
006270             PERFORM 0231-LER-TRILHA
006280             PERFORM 0232-TRATAR-TRILHA
006290                 UNTIL SW-FIM-TRILHA = 'S'
006300             EVALUATE TRUE
006310                 WHEN MESTRE-EMPREGADOS
006320                     CLOSE MAINT-AUDIT-LOG
006330                 WHEN MESTRE-EMPRESTIMOS
006340                     CLOSE LOAN-AUDIT-LOG
006350                 WHEN MESTRE-DEPARTAMENTOS
006360                     CLOSE DEPT-AUDIT-LOG
006370             END-EVALUATE
006380         END-IF
006390         PERFORM 0515-FECHAR-MESTRE
006400     END-IF.

006410     IF WRK-QTD-EXCECOES = ZEROS AND SW-ABORTAR NOT = 'S'
006420         MOVE '   NENHUMA EXCECAO' TO PRINT-LINE
006430         WRITE PRINT-LINE
006440     END-IF.

006450*----------------------------------------------------------------
006460* 0231-LER-TRILHA - LE O PROXIMO REGISTRO DA TRILHA DO MESTRE E
006470*                O COPIA PARA O FORMATO COMUM (WRK-TRILHA).
006480*----------------------------------------------------------------
006490 0231-LER-TRILHA.
006500     EVALUATE TRUE
006510         WHEN MESTRE-EMPREGADOS
006520             READ MAINT-AUDIT-LOG
006530                 AT END
006540                     MOVE 'S' TO SW-FIM-TRILHA
006550                 NOT AT END
006560                     MOVE MNT-RUN-DATE      TO WRK-TRL-DATA
006570                     MOVE MNT-RUN-TIME      TO WRK-TRL-HORA
006580                     MOVE MNT-ACAO          TO WRK-TRL-ACAO
006590                     MOVE MNT-IMAGEM-ANTES  TO WRK-TRL-ANTES
006600                     MOVE MNT-IMAGEM-DEPOIS TO WRK-TRL-DEPOIS
006610             END-READ
006620         WHEN MESTRE-EMPRESTIMOS
006630             READ LOAN-AUDIT-LOG
006640                 AT END
006650                     MOVE 'S' TO SW-FIM-TRILHA
006660                 NOT AT END
006670                     MOVE LAU-RUN-DATE      TO WRK-TRL-DATA
006680                     MOVE LAU-RUN-TIME      TO WRK-TRL-HORA
006690                     MOVE LAU-ACAO          TO WRK-TRL-ACAO
006700                     MOVE LAU-IMAGEM-ANTES  TO WRK-TRL-ANTES
006710                     MOVE LAU-IMAGEM-DEPOIS TO WRK-TRL-DEPOIS
006720             END-READ
006730         WHEN MESTRE-DEPARTAMENTOS
006740             READ DEPT-AUDIT-LOG
006750                 AT END
006760                     MOVE 'S' TO SW-FIM-TRILHA
006770                 NOT AT END
006780                     MOVE DAU-RUN-DATE      TO WRK-TRL-DATA
006790                     MOVE DAU-RUN-TIME      TO WRK-TRL-HORA
006800                     MOVE DAU-ACAO          TO WRK-TRL-ACAO
006810                     MOVE DAU-IMAGEM-ANTES  TO WRK-TRL-ANTES
006820                     MOVE DAU-IMAGEM-DEPOIS TO WRK-TRL-DEPOIS
006830             END-READ
006840     END-EVALUATE.

006850*----------------------------------------------------------------
006860* 0232-TRATAR-TRILHA - SEPARA O QUE FICA FORA DA JANELA (ANTES DA
006870*                COPIA, JA CONTIDO NELA, OU DEPOIS DO LIMITE) E
006880*                REAPLICA O RESTO.
006890*----------------------------------------------------------------
006900 0232-TRATAR-TRILHA.
006910     ADD 1 TO WRK-QTD-TRILHA-LIDOS.

006920     EVALUATE TRUE
006930         WHEN WRK-MOMENTO-TRILHA NOT > WRK-MOMENTO-COPIA
006940             ADD 1 TO WRK-QTD-ANTERIORES
006950         WHEN SW-SEM-LIMITE NOT = 'S'
006960          AND WRK-MOMENTO-TRILHA > WRK-MOMENTO-LIMITE
006970             ADD 1 TO WRK-QTD-POSTERIORES
006980         WHEN OTHER
006990             PERFORM 0240-APLICAR-IMAGEM
007000     END-EVALUATE.

007010     PERFORM 0231-LER-TRILHA.

007020*----------------------------------------------------------------
007030* 0240-APLICAR-IMAGEM - O AJUSTE ESPERADO VEM SO DAS IMAGENS
007040*                (SAI A IMAGEM ANTES, ENTRA A IMAGEM DEPOIS),
007050*                INDEPENDENTE DE A REAPLICACAO DAR CERTO: UMA
007060*                EXCECAO APARECE TAMBEM COMO DIVERGENCIA NA
007070*                CONFERENCIA FINAL. A OPERACAO SAI DAS IMAGENS:
007080*                SO DEPOIS = INCLUSAO, SO ANTES = EXCLUSAO,
007090*                AMBAS = ALTERACAO.
007100*----------------------------------------------------------------
007110 0240-APLICAR-IMAGEM.
007120     IF WRK-TRL-ANTES NOT = SPACES
007130         MOVE WRK-TRL-ANTES TO WRK-IMAGEM-CONTROLE
007140         PERFORM 0400-APURAR-CONTROLE
007150         SUBTRACT 1             FROM WRK-AJUSTE-QTD
007160         SUBTRACT WRK-REG-CHAVE FROM WRK-AJUSTE-CHAVES
007170         SUBTRACT WRK-REG-VALOR FROM WRK-AJUSTE-VALORES
007180     END-IF.

007190     IF WRK-TRL-DEPOIS NOT = SPACES
007200         MOVE WRK-TRL-DEPOIS TO WRK-IMAGEM-CONTROLE
007210         PERFORM 0400-APURAR-CONTROLE
007220         ADD 1             TO WRK-AJUSTE-QTD
007230         ADD WRK-REG-CHAVE TO WRK-AJUSTE-CHAVES
007240         ADD WRK-REG-VALOR TO WRK-AJUSTE-VALORES
007250     END-IF.

007260     EVALUATE TRUE
007270         WHEN WRK-TRL-ANTES = SPACES AND WRK-TRL-DEPOIS = SPACES
007280             MOVE 'REGISTRO DA TRILHA SEM IMAGENS'
007290                 TO WRK-MOTIVO-EXCECAO
007300             PERFORM 0245-REGISTRAR-EXCECAO
007310         WHEN WRK-TRL-ANTES = SPACES
007320             MOVE WRK-TRL-DEPOIS TO WRK-IMAGEM-MESTRE
007330             PERFORM 0520-INCLUIR-REGISTRO
007340             IF SW-FALHA-MESTRE = 'S'
007350                 MOVE 'INCLUSAO RECUSADA - CHAVE JA EXISTE'
007360                     TO WRK-MOTIVO-EXCECAO
007370                 PERFORM 0245-REGISTRAR-EXCECAO
007380             ELSE
007390                 ADD 1 TO WRK-QTD-INCLUSOES
007400             END-IF
007410         WHEN WRK-TRL-DEPOIS = SPACES
007420             MOVE WRK-TRL-ANTES TO WRK-IMAGEM-MESTRE
007430             PERFORM 0522-EXCLUIR-REGISTRO
007440             IF SW-FALHA-MESTRE = 'S'
007450                 MOVE 'EXCLUSAO RECUSADA - CHAVE INEXISTENTE'
007460                     TO WRK-MOTIVO-EXCECAO
007470                 PERFORM 0245-REGISTRAR-EXCECAO
007480             ELSE
007490                 ADD 1 TO WRK-QTD-EXCLUSOES
007500             END-IF
007510         WHEN OTHER
007520             MOVE WRK-TRL-DEPOIS TO WRK-IMAGEM-MESTRE
007530             PERFORM 0521-ALTERAR-REGISTRO
007540             IF SW-FALHA-MESTRE = 'S'
007550                 MOVE 'ALTERACAO RECUSADA - CHAVE INEXISTENTE'
007560                     TO WRK-MOTIVO-EXCECAO
007570                 PERFORM 0245-REGISTRAR-EXCECAO
007580             ELSE
007590                 ADD 1 TO WRK-QTD-ALTERACOES
007600             END-IF
007610     END-EVALUATE.

007620     IF SW-FALHA-MESTRE NOT = 'S'
007630         ADD 1 TO WRK-QTD-PROCESSADOS
007640     END-IF.

007650*----------------------------------------------------------------
007660* 0245-REGISTRAR-EXCECAO - LISTA NO RELATORIO O REGISTRO DA
007670*                TRILHA QUE NAO PODE SER REAPLICADO, COM A CHAVE
007680*                TIRADA DA IMAGEM DISPONIVEL.
007690*----------------------------------------------------------------
007700 0245-REGISTRAR-EXCECAO.
007710     IF WRK-TRL-DEPOIS NOT = SPACES
007720         MOVE WRK-TRL-DEPOIS TO WRK-IMAGEM-CONTROLE
007730     ELSE
007740         MOVE WRK-TRL-ANTES TO WRK-IMAGEM-CONTROLE
007750     END-IF.

007760     EVALUATE TRUE
007770         WHEN MESTRE-EMPREGADOS
007780             MOVE WRK-IMAGEM-CONTROLE TO IEM-RECORD
007790             MOVE IEM-ID TO WRK-CHAVE-EXIBIDA
007800         WHEN MESTRE-EMPRESTIMOS
007810             MOVE WRK-IMAGEM-CONTROLE TO ILN-RECORD
007820             MOVE ILN-CHAVE TO WRK-CHAVE-EXIBIDA
007830         WHEN MESTRE-DEPARTAMENTOS
007840             MOVE WRK-IMAGEM-CONTROLE TO IDPT-RECORD
007850             MOVE IDP-CODIGO TO WRK-CHAVE-EXIBIDA
007860     END-EVALUATE.

007870     MOVE WRK-TRL-DATA       TO WRK-LE-DATA.
007880     MOVE WRK-TRL-HORA       TO WRK-LE-HORA.
007890     MOVE WRK-TRL-ACAO       TO WRK-LE-ACAO.
007900     MOVE WRK-CHAVE-EXIBIDA  TO WRK-LE-CHAVE.
007910     MOVE WRK-MOTIVO-EXCECAO TO WRK-LE-MOTIVO.
007920     WRITE PRINT-LINE FROM WRK-LINHA-EXCECAO.
007930     ADD 1 TO WRK-QTD-EXCECOES.

007940*----------------------------------------------------------------
007950* 0260-CONFERIR-MESTRE - RELE O MESTRE RECONSTRUIDO E APURA OS
007960*                SEUS TOTAIS DE CONTROLE.
007970*----------------------------------------------------------------
007980 0260-CONFERIR-MESTRE.
007990     PERFORM 0512-ABRIR-MESTRE-ENTRADA.
008000     IF WRK-STATUS-MST NOT = '00'
008010         DISPLAY 'MSTREST - ERRO AO REABRIR ' WRK-MESTRE
008020             ' - STATUS ' WRK-STATUS-MST
008030         MOVE 'S' TO SW-ABORTAR
008040         MOVE 'FALHA NA RELEITURA DO MESTRE RECONSTRUIDO'
008050             TO WRK-MOTIVO-ABORTO
008060     ELSE
008070         MOVE 'N' TO SW-FIM-MESTRE
008080         PERFORM 0261-LER-MESTRE
008090             UNTIL SW-FIM-MESTRE = 'S'
008100         PERFORM 0515-FECHAR-MESTRE
008110     END-IF.

008120 0261-LER-MESTRE.
008130     PERFORM 0530-LER-PROXIMO.
008140     IF SW-FIM-MESTRE NOT = 'S'
008150         MOVE WRK-IMAGEM-MESTRE TO WRK-IMAGEM-CONTROLE
008160         PERFORM 0400-APURAR-CONTROLE
008170         ADD 1             TO WRK-FINAL-QTD
008180         ADD WRK-REG-CHAVE TO WRK-FINAL-CHAVES
008190         ADD WRK-REG-VALOR TO WRK-FINAL-VALORES
008200     END-IF.

008210*----------------------------------------------------------------
008220* 0300-FINALIZAR - FECHA O RELATORIO COM A CONFERENCIA (OU O
008230*                MOTIVO DO ABORTO), DEFINE O RETURN-CODE E
008240*                IMPRIME O RESUMO NO CONSOLE.
008250*----------------------------------------------------------------
008260 0300-FINALIZAR.
008270     IF SW-ABORTAR NOT = 'S'
008280         COMPUTE WRK-ESPERADO-QTD =
008290             BKT-QTD-REGISTROS + WRK-AJUSTE-QTD
008300         COMPUTE WRK-ESPERADO-CHAVES =
008310             BKT-SOMA-CHAVES + WRK-AJUSTE-CHAVES
008320         COMPUTE WRK-ESPERADO-VALORES =
008330             BKT-SOMA-VALORES + WRK-AJUSTE-VALORES
008340         IF WRK-CARGA-QTD     NOT = BKT-QTD-REGISTROS
008350            OR WRK-CARGA-CHAVES  NOT = BKT-SOMA-CHAVES
008360            OR WRK-CARGA-VALORES NOT = BKT-SOMA-VALORES
008370            OR WRK-FINAL-QTD     NOT = WRK-ESPERADO-QTD
008380            OR WRK-FINAL-CHAVES  NOT = WRK-ESPERADO-CHAVES
008390            OR WRK-FINAL-VALORES NOT = WRK-ESPERADO-VALORES
008400             MOVE 'S' TO SW-DIVERGENTE
008410         END-IF
008420     END-IF.

008430     IF SW-RELATORIO-ABERTO = 'S'
008440         PERFORM 0310-IMPRIMIR-CONFERENCIA
008450         CLOSE PRINT-REPORT
008460     END-IF.

008470     EVALUATE TRUE
008480         WHEN SW-ABORTAR = 'S'
008490             MOVE 12  TO RETURN-CODE
008500             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
008510         WHEN SW-DIVERGENTE = 'S' OR WRK-QTD-EXCECOES > ZEROS
008520             MOVE 8   TO RETURN-CODE
008530             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
008540         WHEN OTHER
008550             MOVE 0   TO RETURN-CODE
008560     END-EVALUATE.

008570     DISPLAY '----------------------------------------'.
008580     DISPLAY 'MSTREST - RESTAURACAO FINALIZADA'.
008590     DISPLAY 'MESTRE RESTAURADO     : ' WRK-MESTRE.
008600     DISPLAY 'REGISTROS CARREGADOS  : ' WRK-CARGA-QTD.
008610     DISPLAY 'TRILHA REAPLICADA     : ' WRK-QTD-PROCESSADOS.
008620     DISPLAY 'EXCECOES              : ' WRK-QTD-EXCECOES.
008630     DISPLAY 'REGISTROS NO MESTRE   : ' WRK-FINAL-QTD.
008640     EVALUATE TRUE
008650         WHEN SW-ABORTAR = 'S'
008660             DISPLAY 'RESULTADO             : ABORTADO'
008670         WHEN SW-DIVERGENTE = 'S'
008680             DISPLAY 'RESULTADO             : DIVERGENTE'
008690         WHEN OTHER
008700             DISPLAY 'RESULTADO             : CONFERE'
008710     END-EVALUATE.

008720     PERFORM 0370-GRAVAR-RUNCTL-FIM.

008730*----------------------------------------------------------------
008740* 0310-IMPRIMIR-CONFERENCIA - QUADRO DE PROVA: COPIA (TRAILER),
008750*                CARGA, AJUSTE DA TRILHA, ESPERADO E MESTRE
008760*                RECONSTRUIDO, COM O RESULTADO, SEGUIDO DO RESUMO
008770*                DA TRILHA.
008780*----------------------------------------------------------------
008790 0310-IMPRIMIR-CONFERENCIA.
008800     MOVE SPACES TO PRINT-LINE.
008810     WRITE PRINT-LINE.

008820     IF SW-ABORTAR = 'S'
008830         MOVE 'RESTAURACAO ABORTADA' TO WRK-LS-TITULO
008840         WRITE PRINT-LINE FROM WRK-LINHA-SECAO
008850         MOVE 'MOTIVO                :' TO WRK-LI-ROTULO
008860         MOVE WRK-MOTIVO-ABORTO TO WRK-LI-TEXTO
008870         WRITE PRINT-LINE FROM WRK-LINHA-INFO
008880     ELSE
008890         MOVE 'CONFERENCIA DO MESTRE RECONSTRUIDO'
008900             TO WRK-LS-TITULO
008910         WRITE PRINT-LINE FROM WRK-LINHA-SECAO
008920         WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-TOT

008930         MOVE 'COPIA (TRAILER)'   TO WRK-LT-ROTULO
008940         MOVE BKT-QTD-REGISTROS   TO WRK-LT-QTD
008950         MOVE BKT-SOMA-CHAVES     TO WRK-LT-CHAVES
008960         MOVE BKT-SOMA-VALORES    TO WRK-LT-VALORES
008970         WRITE PRINT-LINE FROM WRK-LINHA-TOTAIS

008980         MOVE 'CARGA DA COPIA'    TO WRK-LT-ROTULO
008990         MOVE WRK-CARGA-QTD       TO WRK-LT-QTD
009000         MOVE WRK-CARGA-CHAVES    TO WRK-LT-CHAVES
009010         MOVE WRK-CARGA-VALORES   TO WRK-LT-VALORES
009020         WRITE PRINT-LINE FROM WRK-LINHA-TOTAIS

009030         MOVE 'AJUSTE PELA TRILHA' TO WRK-LT-ROTULO
009040         MOVE WRK-AJUSTE-QTD      TO WRK-LT-QTD
009050         MOVE WRK-AJUSTE-CHAVES   TO WRK-LT-CHAVES
009060         MOVE WRK-AJUSTE-VALORES  TO WRK-LT-VALORES
009070         WRITE PRINT-LINE FROM WRK-LINHA-TOTAIS

009080         MOVE 'ESPERADO'          TO WRK-LT-ROTULO
009090         MOVE WRK-ESPERADO-QTD    TO WRK-LT-QTD
009100         MOVE WRK-ESPERADO-CHAVES TO WRK-LT-CHAVES
009110         MOVE WRK-ESPERADO-VALORES TO WRK-LT-VALORES
009120         WRITE PRINT-LINE FROM WRK-LINHA-TOTAIS

009130         MOVE 'MESTRE RECONSTRUIDO' TO WRK-LT-ROTULO
009140         MOVE WRK-FINAL-QTD       TO WRK-LT-QTD
009150         MOVE WRK-FINAL-CHAVES    TO WRK-LT-CHAVES
009160         MOVE WRK-FINAL-VALORES   TO WRK-LT-VALORES
009170         WRITE PRINT-LINE FROM WRK-LINHA-TOTAIS

009180         MOVE SPACES TO PRINT-LINE
009190         WRITE PRINT-LINE
009200         MOVE 'RESULTADO             :' TO WRK-LI-ROTULO
009210         IF SW-DIVERGENTE = 'S'
009220             MOVE 'DIVERGENTE' TO WRK-LI-TEXTO
009230         ELSE
009240             MOVE 'CONFERE'    TO WRK-LI-TEXTO
009250         END-IF
009260         WRITE PRINT-LINE FROM WRK-LINHA-INFO
009270     END-IF.

009280     IF SW-AVANCO = 'S'
009290         PERFORM 0320-IMPRIMIR-RESUMO
009300     END-IF.

009310 0320-IMPRIMIR-RESUMO.
009320     MOVE SPACES TO PRINT-LINE.
009330     WRITE PRINT-LINE.
009340     MOVE 'RESUMO DA TRILHA' TO PRINT-LINE.
009350     WRITE PRINT-LINE.

009360     MOVE 'REGISTROS LIDOS DA TRILHA' TO WRK-LR-ROTULO.
009370     MOVE WRK-QTD-TRILHA-LIDOS TO WRK-LR-VALOR.
009380     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009390     MOVE 'ANTERIORES A COPIA (IGNORADOS)' TO WRK-LR-ROTULO.
009400     MOVE WRK-QTD-ANTERIORES TO WRK-LR-VALOR.
009410     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009420     MOVE 'POSTERIORES AO LIMITE (IGNORADOS)' TO WRK-LR-ROTULO.
009430     MOVE WRK-QTD-POSTERIORES TO WRK-LR-VALOR.
009440     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009450     MOVE 'INCLUSOES REAPLICADAS' TO WRK-LR-ROTULO.
009460     MOVE WRK-QTD-INCLUSOES TO WRK-LR-VALOR.
009470     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009480     MOVE 'ALTERACOES REAPLICADAS' TO WRK-LR-ROTULO.
009490     MOVE WRK-QTD-ALTERACOES TO WRK-LR-VALOR.
009500     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009510     MOVE 'EXCLUSOES REAPLICADAS' TO WRK-LR-ROTULO.
009520     MOVE WRK-QTD-EXCLUSOES TO WRK-LR-VALOR.
009530     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
009540     MOVE 'EXCECOES' TO WRK-LR-ROTULO.
009550     MOVE WRK-QTD-EXCECOES TO WRK-LR-VALOR.
009560     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.

009570*----------------------------------------------------------------
009580* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
009590*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
009600*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
009610*                PASSO: FICA SO O AVISO NO CONSOLE.
009620*----------------------------------------------------------------
009630 0360-GRAVAR-RUNCTL-INICIO.
009640     OPEN EXTEND RUN-CONTROL-FILE.
009650     IF WRK-STATUS-RUN NOT = '00'
009660         DISPLAY 'MSTREST - ERRO AO ABRIR RUN-CONTROL-FILE '
009670             '- STATUS ' WRK-STATUS-RUN
009680     ELSE
009690         MOVE 'S' TO SW-RUNCTL-ABERTO
009700         MOVE 'MSTREST   ' TO RUN-PROGRAMA
009710         MOVE WRK-DATAATUAL TO RUN-DATE
009720         MOVE WRK-HORAATUAL TO RUN-TIME
009730         MOVE 'I'        TO RUN-EVENTO
009740         MOVE 'RESTAURA' TO RUN-MODO
009750         MOVE ZEROS TO RUN-QTD-PROCESSADOS
009760         MOVE ZEROS TO RUN-QTD-REJEITADOS
009770         MOVE SPACES TO RUN-RESULTADO
009780         WRITE RUN-CONTROL-RECORD
009790     END-IF.

009800*----------------------------------------------------------------
009810* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
009820*                RUNCTL: PROCESSADOS = REGISTROS CARREGADOS MAIS
009830*                IMAGENS REAPLICADAS, REJEITADOS = EXCECOES.
009840*----------------------------------------------------------------
009850 0370-GRAVAR-RUNCTL-FIM.
009860     IF SW-RUNCTL-ABERTO = 'S'
009870         MOVE 'MSTREST   ' TO RUN-PROGRAMA
009880         MOVE WRK-DATAATUAL TO RUN-DATE
009890         ACCEPT WRK-HORAATUAL FROM TIME
009900         MOVE WRK-HORAATUAL TO RUN-TIME
009910         MOVE 'F' TO RUN-EVENTO
009920         MOVE 'RESTAURA' TO RUN-MODO
009930         MOVE WRK-QTD-PROCESSADOS TO RUN-QTD-PROCESSADOS
009940         MOVE WRK-QTD-EXCECOES    TO RUN-QTD-REJEITADOS
009950         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
009960         WRITE RUN-CONTROL-RECORD
009970         CLOSE RUN-CONTROL-FILE
009980     END-IF.

009990*----------------------------------------------------------------
010000* 0400-APURAR-CONTROLE - CHAVE E VALOR DE CONTROLE DA IMAGEM EM
010010*                WRK-IMAGEM-CONTROLE, CONFORME O MESTRE EM
010020*                WRK-MESTRE (LAYOUT NO BKPREC). CAMPO NAO NUMERICO
010030*                ENTRA COMO ZERO.
010040*----------------------------------------------------------------
010050 0400-APURAR-CONTROLE.
010060     MOVE ZEROS TO WRK-REG-CHAVE.
010070     MOVE ZEROS TO WRK-REG-VALOR.

010080     EVALUATE TRUE
010090         WHEN MESTRE-EMPREGADOS
010100             MOVE WRK-IMAGEM-CONTROLE TO IEM-RECORD
010110             IF IEM-ID NUMERIC
010120                 MOVE IEM-ID TO WRK-REG-CHAVE
010130             END-IF
010140             IF IEM-SALARIO NUMERIC
010150                 MOVE IEM-SALARIO TO WRK-REG-VALOR
010160             END-IF
010170         WHEN MESTRE-EMPRESTIMOS
010180             MOVE WRK-IMAGEM-CONTROLE TO ILN-RECORD
010190             IF ILN-CHAVE NUMERIC
010200                 COMPUTE WRK-REG-CHAVE =
010210                     ILN-EMP-ID * 100 + ILN-CONTRATO
010220             END-IF
010230             IF ILN-SALDO NUMERIC
010240                 MOVE ILN-SALDO TO WRK-REG-VALOR
010250             END-IF
010260         WHEN MESTRE-DEPARTAMENTOS
010270             MOVE WRK-IMAGEM-CONTROLE TO IDPT-RECORD
010280             MOVE IDP-CODIGO TO WRK-TEXTO-HASH
010290             PERFORM 0410-CODIFICAR-TEXTO
010300             MOVE WRK-HASH-TEXTO TO WRK-REG-CHAVE
010310             MOVE IDP-CENTRO-CUSTO TO WRK-TEXTO-HASH
010320             PERFORM 0410-CODIFICAR-TEXTO
010330             MOVE WRK-HASH-TEXTO TO WRK-REG-VALOR
010340     END-EVALUATE.

010350*----------------------------------------------------------------
010360* 0410-CODIFICAR-TEXTO - CODIGO NUMERICO DOS 6 CARACTERES DE
010370*                WRK-TEXTO-HASH: CADA CARACTERE VALE A SUA
010380*                POSICAO NO ALFABETO DE CONTROLE (BRANCO = 0,
010390*                DIGITOS, LETRAS; QUALQUER OUTRO = 37), EM BASE
010400*                38.
010410*----------------------------------------------------------------
010420 0410-CODIFICAR-TEXTO.
010430     MOVE ZEROS TO WRK-HASH-TEXTO.
010440     PERFORM 0411-CODIFICAR-CARACTERE
010450         VARYING WRK-POS-HASH FROM 1 BY 1
010460         UNTIL WRK-POS-HASH > 6.

010470 0411-CODIFICAR-CARACTERE.
010480     MOVE 'N' TO SW-LETRA-ACHADA.
010490     PERFORM 0412-COMPARAR-LETRA
010500         VARYING WRK-POS-LETRA FROM 1 BY 1
010510         UNTIL WRK-POS-LETRA > 37
010520            OR SW-LETRA-ACHADA = 'S'.
010530     IF SW-LETRA-ACHADA = 'S'
010540         COMPUTE WRK-VALOR-LETRA = WRK-POS-LETRA - 2
010550     ELSE
010560         MOVE 37 TO WRK-VALOR-LETRA
010570     END-IF.
010580     COMPUTE WRK-HASH-TEXTO =
010590         WRK-HASH-TEXTO * 38 + WRK-VALOR-LETRA.

010600 0412-COMPARAR-LETRA.
010610     IF WRK-LETRA (WRK-POS-LETRA)
010620         = WRK-CARACTERE-HASH (WRK-POS-HASH)
010630         MOVE 'S' TO SW-LETRA-ACHADA
010640     END-IF.

010650*----------------------------------------------------------------
010660* 0510 A 0530 - ACESSO AO MESTRE EM RESTAURACAO (WRK-MESTRE). A
010670*                IMAGEM DO REGISTRO TRANSITA EM WRK-IMAGEM-MESTRE;
010680*                SW-FALHA-MESTRE = 'S' QUANDO A OPERACAO E
010690*                RECUSADA (INVALID KEY).
010700*----------------------------------------------------------------
010710 0510-ABRIR-MESTRE-SAIDA.
010720     EVALUATE TRUE
010730         WHEN MESTRE-EMPREGADOS
010740             OPEN OUTPUT EMPLOYEE-MASTER
010750         WHEN MESTRE-EMPRESTIMOS
010760             OPEN OUTPUT LOAN-MASTER
010770         WHEN MESTRE-DEPARTAMENTOS
010780             OPEN OUTPUT DEPT-MASTER
010790     END-EVALUATE.

010800 0511-ABRIR-MESTRE-ATUALIZACAO.
010810     EVALUATE TRUE
010820         WHEN MESTRE-EMPREGADOS
010830             OPEN I-O EMPLOYEE-MASTER
010840         WHEN MESTRE-EMPRESTIMOS
010850             OPEN I-O LOAN-MASTER
010860         WHEN MESTRE-DEPARTAMENTOS
010870             OPEN I-O DEPT-MASTER
010880     END-EVALUATE.

010890 0512-ABRIR-MESTRE-ENTRADA.
010900     EVALUATE TRUE
010910         WHEN MESTRE-EMPREGADOS
010920             OPEN INPUT EMPLOYEE-MASTER
010930         WHEN MESTRE-EMPRESTIMOS
010940             OPEN INPUT LOAN-MASTER
010950         WHEN MESTRE-DEPARTAMENTOS
010960             OPEN INPUT DEPT-MASTER
010970     END-EVALUATE.

010980 0515-FECHAR-MESTRE.
010990     EVALUATE TRUE
011000         WHEN MESTRE-EMPREGADOS
011010             CLOSE EMPLOYEE-MASTER
011020         WHEN MESTRE-EMPRESTIMOS
011030             CLOSE LOAN-MASTER
011040         WHEN MESTRE-DEPARTAMENTOS
011050             CLOSE DEPT-MASTER
011060     END-EVALUATE.

011070 0520-INCLUIR-REGISTRO.
011080     MOVE 'N' TO SW-FALHA-MESTRE.
011090     EVALUATE TRUE
011100         WHEN MESTRE-EMPREGADOS
011110             WRITE EMP-RECORD FROM WRK-IMAGEM-MESTRE
011120                 INVALID KEY
011130                     MOVE 'S' TO SW-FALHA-MESTRE
011140             END-WRITE
011150         WHEN MESTRE-EMPRESTIMOS
011160             WRITE LOAN-RECORD FROM WRK-IMAGEM-MESTRE
011170                 INVALID KEY
011180                     MOVE 'S' TO SW-FALHA-MESTRE
011190             END-WRITE
011200         WHEN MESTRE-DEPARTAMENTOS
011210             WRITE DEPT-RECORD FROM WRK-IMAGEM-MESTRE
011220                 INVALID KEY
011230                     MOVE 'S' TO SW-FALHA-MESTRE
011240             END-WRITE
011250     END-EVALUATE.

011260 0521-ALTERAR-REGISTRO.
011270     MOVE 'N' TO SW-FALHA-MESTRE.
011280     EVALUATE TRUE
011290         WHEN MESTRE-EMPREGADOS
011300             REWRITE EMP-RECORD FROM WRK-IMAGEM-MESTRE
011310                 INVALID KEY
011320                     MOVE 'S' TO SW-FALHA-MESTRE
011330             END-REWRITE
011340         WHEN MESTRE-EMPRESTIMOS
011350             REWRITE LOAN-RECORD FROM WRK-IMAGEM-MESTRE
011360                 INVALID KEY
011370                     MOVE 'S' TO SW-FALHA-MESTRE
011380             END-REWRITE
011390         WHEN MESTRE-DEPARTAMENTOS
011400             REWRITE DEPT-RECORD FROM WRK-IMAGEM-MESTRE
011410                 INVALID KEY
011420                     MOVE 'S' TO SW-FALHA-MESTRE
011430             END-REWRITE
011440     END-EVALUATE.

011450 0522-EXCLUIR-REGISTRO.
011460     MOVE 'N' TO SW-FALHA-MESTRE.
011470     EVALUATE TRUE
011480         WHEN MESTRE-EMPREGADOS
011490             MOVE WRK-IMAGEM-MESTRE TO EMP-RECORD
011500             DELETE EMPLOYEE-MASTER RECORD
011510                 INVALID KEY
011520                     MOVE 'S' TO SW-FALHA-MESTRE
011530             END-DELETE
011540         WHEN MESTRE-EMPRESTIMOS
011550             MOVE WRK-IMAGEM-MESTRE TO LOAN-RECORD
011560             DELETE LOAN-MASTER RECORD
011570                 INVALID KEY
011580                     MOVE 'S' TO SW-FALHA-MESTRE
011590             END-DELETE
011600         WHEN MESTRE-DEPARTAMENTOS
011610             MOVE WRK-IMAGEM-MESTRE TO DEPT-RECORD
011620             DELETE DEPT-MASTER RECORD
011630                 INVALID KEY
011640                     MOVE 'S' TO SW-FALHA-MESTRE
011650             END-DELETE
011660     END-EVALUATE.

011670 0530-LER-PROXIMO.
011680     EVALUATE TRUE
011690         WHEN MESTRE-EMPREGADOS
011700             READ EMPLOYEE-MASTER NEXT RECORD
011710                 AT END
011720                     MOVE 'S' TO SW-FIM-MESTRE
011730                 NOT AT END
011740                     MOVE EMP-RECORD TO WRK-IMAGEM-MESTRE
011750             END-READ
011760         WHEN MESTRE-EMPRESTIMOS
011770             READ LOAN-MASTER NEXT RECORD
011780                 AT END
011790                     MOVE 'S' TO SW-FIM-MESTRE
011800                 NOT AT END
011810                     MOVE LOAN-RECORD TO WRK-IMAGEM-MESTRE
011820             END-READ
011830         WHEN MESTRE-DEPARTAMENTOS
011840             READ DEPT-MASTER NEXT RECORD
011850                 AT END
011860                     MOVE 'S' TO SW-FIM-MESTRE
011870                 NOT AT END
011880                     MOVE DEPT-RECORD TO WRK-IMAGEM-MESTRE
011890             END-READ
011900     END-EVALUATE.

011910     IF WRK-STATUS-MST NOT = '00' AND WRK-STATUS-MST NOT = '10'
011920         DISPLAY 'MSTREST - ERRO DE LEITURA EM ' WRK-MESTRE
011930             ' - STATUS ' WRK-STATUS-MST
011940         MOVE 'S' TO SW-FIM-MESTRE
011950         MOVE 'S' TO SW-DIVERGENTE
011960     END-IF.

