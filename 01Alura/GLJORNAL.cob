000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLJORNAL.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. LANCAMENTO CONTABIL MENSAL
000130*                   DOS CUSTOS DE PESSOAL PARA O RAZAO GERAL
000140*                   (GLJOURN), POR CENTRO DE CUSTO DO DEPTMAST
000150*                   (DEP-CENTRO-CUSTO), EM PARTIDAS DOBRADAS NAS
000160*                   CONTAS DO MAPEAMENTO VIGENTE (GLPARAM). AS
000170*                   ORIGENS SAO O SALARIO DO MESTRE (ATIVOS E
000180*                   AFASTADOS, A MESMA POPULACAO DO PAYEXPRT), O
000190*                   RETROATIVO (RETROEXP), O ACERTO DE RESCISAO
000200*                   (SETLEXPT) E O DESCONTO DE EMPRESTIMO
000210*                   (DEDEXPRT). OS ARQUIVOS DIARIOS DO MES
000220*                   (RETROEXP E SETLEXPT) CHEGAM CONCATENADOS
000230*                   PELA OPERACAO. CADA LOTE H/D/T DAS INTERFACES
000240*                   E CONFERIDO, E O RELATORIO DE PROVA (GLPRVRPT)
000250*                   AMARRA, POR ORIGEM, DETALHES, TRAILERS E
000260*                   LANCAMENTO (O SALARIO DO MESTRE E AMARRADO AO
000270*                   TRAILER DO PRIMEIRO LOTE DO PAYEXPRT, O LOTE
000280*                   NOTURNO COMPLETO). AS PARTIDAS SAO MONTADAS
000290*                   NUM ARQUIVO DE TRABALHO (GLJWRK) E SO PASSAM
000300*                   PARA O GLJOURN SE TUDO CONFERE; QUALQUER
000310*                   DIVERGENCIA RECUSA O LANCAMENTO INTEIRO E O
000320*                   GLJOURN FICA VAZIO.
000330*                   RETURN-CODE: 0 = LANCAMENTO GRAVADO, 8 =
000340*                   LANCAMENTO RECUSADO, 12 = ERRO DE ABERTURA OU
000350*                   MAPEAMENTO INVALIDO.
000360*----------------------------------------------------------------

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT EMPLOYEE-MASTER
000440         ASSIGN TO EMPMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EMP-ID OF EMP-RECORD
000480         FILE STATUS IS WRK-STATUS-EMP.

000490     SELECT DEPT-MASTER
000500         ASSIGN TO DEPTMAST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000540         FILE STATUS IS WRK-STATUS-DEP.

000550     SELECT GL-MAPPING-FILE
000560         ASSIGN TO GLPARAM
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-STATUS-GLM.

000590     SELECT PAYROLL-EXPORT-IN
000600         ASSIGN TO PAYEXPRT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-STATUS-EXP.

000630     SELECT OPTIONAL RETRO-EXPORT-IN
000640         ASSIGN TO RETROEXP
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-STATUS-RET.

000670     SELECT OPTIONAL SETTLEMENT-EXPORT-IN
000680         ASSIGN TO SETLEXPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-STATUS-SET.

000710     SELECT DEDUCTION-EXPORT-IN
000720         ASSIGN TO DEDEXPRT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-STATUS-DED.

000750     SELECT GL-WORK-FILE
000760         ASSIGN TO GLJWRK
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-STATUS-WRK.

000790     SELECT GL-JOURNAL-FILE
000800         ASSIGN TO GLJOURN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-STATUS-GLJ.

000830     SELECT SORT-GL-FILE
000840         ASSIGN TO SORTWK1.

000850     SELECT PROOF-REPORT
000860         ASSIGN TO GLPRVRPT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WRK-STATUS-PRT.

000890     SELECT RUN-CONTROL-FILE
000900         ASSIGN TO RUNCTL
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WRK-STATUS-RUN.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  EMPLOYEE-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY EMPMAST.

000980 FD  DEPT-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY DEPTMAST.

001010 FD  GL-MAPPING-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY GLMREC.

001040 FD  PAYROLL-EXPORT-IN
001050     LABEL RECORDS ARE STANDARD.
001060     COPY EXPREC.

001070 FD  RETRO-EXPORT-IN
001080     LABEL RECORDS ARE STANDARD.
001090     COPY RETROREC.

001100 FD  SETTLEMENT-EXPORT-IN
001110     LABEL RECORDS ARE STANDARD.
001120     COPY DEDREC REPLACING
001130         ==DEDUCTION-HEADER-RECORD==
001140             BY ==SETTLEMENT-HEADER-RECORD==
001150         ==DEDUCTION-RECORD==
001160             BY ==SETTLEMENT-RECORD==
001170         ==DEDUCTION-TRAILER-RECORD==
001180             BY ==SETTLEMENT-TRAILER-RECORD==
001190         LEADING ==DEH== BY ==STH==
001200         LEADING ==DED== BY ==STL==
001210         LEADING ==DET== BY ==STT==.

001220 FD  DEDUCTION-EXPORT-IN
001230     LABEL RECORDS ARE STANDARD.
001240     COPY DEDREC.

001250 FD  GL-WORK-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  GL-WORK-RECORD         PIC X(38).

001280 FD  GL-JOURNAL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY GLJREC.

001310 SD  SORT-GL-FILE.
001320 01  SORT-GL-RECORD.
001330     05  SGL-CENTRO-CUSTO   PIC X(06).
001340     05  SGL-ORIGEM-IDX     PIC 9(01).
001350     05  SGL-VALOR          PIC 9(07)V99.

001360 FD  PROOF-REPORT
001370     LABEL RECORDS ARE STANDARD.
001380 01  PRINT-LINE             PIC X(80).

001390 FD  RUN-CONTROL-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY RUNREC.

001420 WORKING-STORAGE SECTION.
001430     01 WRK-DATAATUAL.
001440         02 WRK-ANO    PIC 9(4).
001450         02 WRK-MES    PIC 9(2).
001460         02 WRK-DIA    PIC 9(2).
001470     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001480     77 WRK-COMPETENCIA     PIC 9(06) VALUE ZEROS.
001490     77 WRK-MAP-VIGENCIA    PIC 9(08) VALUE ZEROS.
001500     77 WRK-IDX-ORIGEM      PIC 9(01) VALUE ZEROS.
001510     77 WRK-EMP-ATUAL       PIC 9(06) VALUE ZEROS.
001520     77 WRK-CC-ATUAL        PIC X(06) VALUE SPACES.
001530     77 WRK-ARQUIVO-ATUAL   PIC X(08) VALUE SPACES.
001540     77 WRK-OCORRENCIA-TEXTO PIC X(55) VALUE SPACES.
001550     77 WRK-REG-TIPO        PIC X(01) VALUE SPACES.
001560     77 WRK-REG-VALOR       PIC 9(07)V99 VALUE ZEROS.
001570     77 WRK-REG-TRL-QTD     PIC 9(06) VALUE ZEROS.
001580     77 WRK-REG-TRL-SOMA    PIC 9(09)V99 VALUE ZEROS.
001590     77 WRK-LOTE-QTD        PIC 9(06) VALUE ZEROS.
001600     77 WRK-LOTE-SOMA       PIC 9(09)V99 VALUE ZEROS.
001610     77 WRK-CC-ANTERIOR     PIC X(06) VALUE SPACES.
001620     77 WRK-IDX-ANTERIOR    PIC 9(01) VALUE ZEROS.
001630     77 WRK-SOMA-PARTIDA    PIC 9(09)V99 VALUE ZEROS.
001640     77 WRK-SOMA-DEBITOS    PIC 9(11)V99 VALUE ZEROS.
001650     77 WRK-SOMA-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
001660     77 WRK-QTD-DETALHES    PIC 9(06) VALUE ZEROS.
001670     77 WRK-QTD-PARTIDAS    PIC 9(06) VALUE ZEROS.
001680     77 WRK-QTD-LINHAS      PIC 9(06) VALUE ZEROS.
001690     77 WRK-QTD-OCORRENCIAS PIC 9(06) VALUE ZEROS.
001700     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

001710*----------------------------------------------------------------
001720* TABELA DAS ORIGENS DE VALOR: CODIGO DO GLPARAM E DESCRICAO DO
001730* RELATORIO. A POSICAO NA TABELA E A ORDEM DAS PARTIDAS DENTRO
001740* DO CENTRO DE CUSTO.
001750*----------------------------------------------------------------
001760     01 WRK-ORIGENS-VALORES.
001770         05 FILLER PIC X(31)
001780             VALUE 'SALSALARIOS (EMPMAST/PAYEXPRT)'.
001790         05 FILLER PIC X(31)
001800             VALUE 'RETRETROATIVO (RETROEXP)'.
001810         05 FILLER PIC X(31)
001820             VALUE 'RESACERTO RESCISAO (SETLEXPT)'.
001830         05 FILLER PIC X(31)
001840             VALUE 'EMPDESCONTO EMPREST. (DEDEXPRT)'.
001850     01 WRK-TABELA-ORIGENS REDEFINES WRK-ORIGENS-VALORES.
001860         05 WRK-ORIGEM OCCURS 4 TIMES.
001870             10 WRK-ORG-CODIGO      PIC X(03).
001880             10 WRK-ORG-DESCRICAO   PIC X(28).

001890     01 WRK-CONTAS-ORIGEM.
001900         05 WRK-CONTA OCCURS 4 TIMES.
001910             10 WRK-CTA-DEBITO      PIC X(10).
001920             10 WRK-CTA-CREDITO     PIC X(10).

001930     01 WRK-TOTAIS-ORIGEM.
001940         05 WRK-TOTAL OCCURS 4 TIMES.
001950             10 WRK-TOT-QTD-DET     PIC 9(06).
001960             10 WRK-TOT-SOMA-DET    PIC 9(11)V99.
001970             10 WRK-TOT-QTD-TRL     PIC 9(06).
001980             10 WRK-TOT-SOMA-TRL    PIC 9(11)V99.
001990             10 WRK-TOT-DEBITOS     PIC 9(11)V99.
002000             10 WRK-TOT-CREDITOS    PIC 9(11)V99.

002010*----------------------------------------------------------------
002020* PARTIDA MONTADA NO ARQUIVO DE TRABALHO (MESMO LAYOUT DO
002030* DETALHE 'D' DO GLJREC).
002040*----------------------------------------------------------------
002050     01 WRK-LANCAMENTO.
002060         05 WRK-LC-TIPO         PIC X(01) VALUE 'D'.
002070         05 WRK-LC-COMPETENCIA  PIC 9(06) VALUE ZEROS.
002080         05 WRK-LC-CENTRO-CUSTO PIC X(06) VALUE SPACES.
002090         05 WRK-LC-CONTA        PIC X(10) VALUE SPACES.
002100         05 WRK-LC-NATUREZA     PIC X(01) VALUE SPACES.
002110         05 WRK-LC-ORIGEM       PIC X(03) VALUE SPACES.
002120         05 WRK-LC-VALOR        PIC 9(09)V99 VALUE ZEROS.

002130     01 WRK-SWITCHES.
002140         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
002150             88 LOTE-ABORTADO          VALUE 'S'.
002160         05 SW-JORNAL-RECUSADO  PIC X(01) VALUE 'N'.
002170             88 JORNAL-RECUSADO        VALUE 'S'.
002180         05 SW-FIM-ARQUIVO-GLM  PIC X(01) VALUE 'N'.
002190             88 FIM-ARQUIVO-GLM        VALUE 'S'.
002200         05 SW-FIM-ARQUIVO-EMP  PIC X(01) VALUE 'N'.
002210             88 FIM-ARQUIVO-EMP        VALUE 'S'.
002220         05 SW-FIM-ARQUIVO-INT  PIC X(01) VALUE 'N'.
002230             88 FIM-ARQUIVO-INT        VALUE 'S'.
002240         05 SW-FIM-ARQUIVO-SRT  PIC X(01) VALUE 'N'.
002250             88 FIM-ARQUIVO-SRT        VALUE 'S'.
002260         05 SW-FIM-ARQUIVO-WRK  PIC X(01) VALUE 'N'.
002270             88 FIM-ARQUIVO-WRK        VALUE 'S'.
002280         05 SW-LOTE-ABERTO      PIC X(01) VALUE 'N'.
002290             88 LOTE-ABERTO            VALUE 'S'.
002300         05 SW-SOMAR-TRAILER    PIC X(01) VALUE 'S'.
002310             88 SOMAR-TRAILER          VALUE 'S'.
002320         05 SW-PRIMEIRA-PARTIDA PIC X(01) VALUE 'S'.
002330             88 PRIMEIRA-PARTIDA       VALUE 'S'.
002340         05 SW-CONFERE          PIC X(01) VALUE 'S'.
002350             88 VALORES-CONFEREM       VALUE 'S'.
002360         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
002370             88 RUNCTL-ABERTO          VALUE 'S'.

002380     01 WRK-STATUS-ARQUIVOS.
002390         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
002400         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
002410         05 WRK-STATUS-GLM  PIC X(02) VALUE '00'.
002420         05 WRK-STATUS-EXP  PIC X(02) VALUE '00'.
002430         05 WRK-STATUS-RET  PIC X(02) VALUE '00'.
002440         05 WRK-STATUS-SET  PIC X(02) VALUE '00'.
002450         05 WRK-STATUS-DED  PIC X(02) VALUE '00'.
002460         05 WRK-STATUS-WRK  PIC X(02) VALUE '00'.
002470         05 WRK-STATUS-GLJ  PIC X(02) VALUE '00'.
002480         05 WRK-STATUS-PRT  PIC X(02) VALUE '00'.
002490         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

002500*----------------------------------------------------------------
002510* LINHAS DO RELATORIO DE PROVA
002520*----------------------------------------------------------------
002530     01 WRK-LINHA-TITULO.
002540         05 FILLER PIC X(40)
002550             VALUE 'PROVA DO LANCAMENTO CONTABIL DA FOLHA - '.
002560         05 FILLER PIC X(12) VALUE 'COMPETENCIA '.
002570         05 WRK-LT-COMPETENCIA PIC 9(06).
002580         05 FILLER PIC X(02) VALUE SPACES.
002590         05 WRK-LT-DATA     PIC 9(08).
002600         05 FILLER PIC X(12) VALUE SPACES.

002610     01 WRK-LINHA-SECAO.
002620         05 WRK-LSC-TEXTO   PIC X(80).

002630     01 WRK-LINHA-MAPA.
002640         05 FILLER PIC X(04) VALUE SPACES.
002650         05 WRK-LM-ORIGEM   PIC X(03).
002660         05 FILLER PIC X(01) VALUE SPACES.
002670         05 WRK-LM-DESCRICAO PIC X(28).
002680         05 FILLER PIC X(04) VALUE ' D: '.
002690         05 WRK-LM-DEBITO   PIC X(10).
002700         05 FILLER PIC X(04) VALUE ' C: '.
002710         05 WRK-LM-CREDITO  PIC X(10).
002720         05 FILLER PIC X(16) VALUE SPACES.

002730     01 WRK-LINHA-OCORRENCIA.
002740         05 FILLER PIC X(02) VALUE SPACES.
002750         05 WRK-LOC-ARQUIVO PIC X(08).
002760         05 FILLER PIC X(03) VALUE ' - '.
002770         05 WRK-LOC-TEXTO   PIC X(55).
002780         05 WRK-LOC-EMP-ID  PIC ZZZZZZ.
002790         05 FILLER PIC X(06) VALUE SPACES.

002800     01 WRK-LINHA-PROVA-QTD.
002810         05 FILLER PIC X(02) VALUE SPACES.
002820         05 WRK-LPQ-ROTULO-1 PIC X(14).
002830         05 WRK-LPQ-QTD-1   PIC ZZZ,ZZ9.
002840         05 FILLER PIC X(12) VALUE SPACES.
002850         05 WRK-LPQ-ROTULO-2 PIC X(14).
002860         05 WRK-LPQ-QTD-2   PIC ZZZ,ZZ9.
002870         05 FILLER PIC X(12) VALUE SPACES.
002880         05 WRK-LPQ-SITUACAO PIC X(12).

002890     01 WRK-LINHA-PROVA-VALOR.
002900         05 FILLER PIC X(02) VALUE SPACES.
002910         05 WRK-LPV-ROTULO-1 PIC X(14).
002920         05 WRK-LPV-VALOR-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002930         05 FILLER PIC X(02) VALUE SPACES.
002940         05 WRK-LPV-ROTULO-2 PIC X(14).
002950         05 WRK-LPV-VALOR-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002960         05 FILLER PIC X(02) VALUE SPACES.
002970         05 WRK-LPV-SITUACAO PIC X(12).

002980 PROCEDURE DIVISION.
002990 0000-PRINCIPAL.
003000     PERFORM 0100-INICIAR.
003010     IF SW-ABORTAR NOT = 'S'
003020         PERFORM 0200-PROCESSAR
003030     END-IF.
003040     PERFORM 0300-FINALIZAR.

003050     STOP RUN.

003060*----------------------------------------------------------------
003070* 0100-INICIAR - ABRE OS ARQUIVOS, CARREGA O MAPEAMENTO CONTABIL
003080*                VIGENTE E IMPRIME O CABECALHO DA PROVA. O
003090*                RETROEXP E O SETLEXPT SAO OPCIONAIS (MES SEM
003100*                RETROATIVO OU SEM RESCISAO COM EMPRESTIMO).
003110*----------------------------------------------------------------
003120 0100-INICIAR.
003130     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
003140     ACCEPT WRK-HORAATUAL FROM TIME.
003150     COMPUTE WRK-COMPETENCIA = WRK-ANO * 100 + WRK-MES.
003160     MOVE ZEROS TO WRK-TOTAIS-ORIGEM.

003170     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

003180     OPEN OUTPUT PROOF-REPORT.
003190     IF WRK-STATUS-PRT NOT = '00'
003200         DISPLAY 'GLJORNAL - ERRO AO ABRIR PROOF-REPORT '
003210             '- STATUS ' WRK-STATUS-PRT
003220         MOVE 'S' TO SW-ABORTAR
003230     ELSE
003240         MOVE WRK-COMPETENCIA TO WRK-LT-COMPETENCIA
003250         MOVE WRK-DATAATUAL   TO WRK-LT-DATA
003260         WRITE PRINT-LINE FROM WRK-LINHA-TITULO
003270     END-IF.

003280     OPEN INPUT EMPLOYEE-MASTER.
003290     IF WRK-STATUS-EMP NOT = '00'
003300         DISPLAY 'GLJORNAL - ERRO AO ABRIR EMPLOYEE-MASTER '
003310             '- STATUS ' WRK-STATUS-EMP
003320         MOVE 'S' TO SW-ABORTAR
003330     END-IF.

003340     OPEN INPUT DEPT-MASTER.
003350     IF WRK-STATUS-DEP NOT = '00'
003360         DISPLAY 'GLJORNAL - ERRO AO ABRIR DEPT-MASTER '
003370             '- STATUS ' WRK-STATUS-DEP
003380         MOVE 'S' TO SW-ABORTAR
003390     END-IF.

003400     OPEN INPUT PAYROLL-EXPORT-IN.
003410     IF WRK-STATUS-EXP NOT = '00'
003420         DISPLAY 'GLJORNAL - ERRO AO ABRIR PAYEXPRT '
003430             '- STATUS ' WRK-STATUS-EXP
003440         MOVE 'S' TO SW-ABORTAR
003450     END-IF.

003460     OPEN INPUT RETRO-EXPORT-IN.
003470     IF WRK-STATUS-RET NOT = '00' AND '05'
003480         DISPLAY 'GLJORNAL - ERRO AO ABRIR RETROEXP '
003490             '- STATUS ' WRK-STATUS-RET
003500         MOVE 'S' TO SW-ABORTAR
003510     END-IF.

003520     OPEN INPUT SETTLEMENT-EXPORT-IN.
003530     IF WRK-STATUS-SET NOT = '00' AND '05'
003540         DISPLAY 'GLJORNAL - ERRO AO ABRIR SETLEXPT '
003550             '- STATUS ' WRK-STATUS-SET
003560         MOVE 'S' TO SW-ABORTAR
003570     END-IF.

003580     OPEN INPUT DEDUCTION-EXPORT-IN.
003590     IF WRK-STATUS-DED NOT = '00'
003600         DISPLAY 'GLJORNAL - ERRO AO ABRIR DEDEXPRT '
003610             '- STATUS ' WRK-STATUS-DED
003620         MOVE 'S' TO SW-ABORTAR
003630     END-IF.

003640     OPEN OUTPUT GL-WORK-FILE.
003650     IF WRK-STATUS-WRK NOT = '00'
003660         DISPLAY 'GLJORNAL - ERRO AO ABRIR GLJWRK '
003670             '- STATUS ' WRK-STATUS-WRK
003680         MOVE 'S' TO SW-ABORTAR
003690     END-IF.

003700     IF SW-ABORTAR NOT = 'S'
003710         PERFORM 0120-CARREGAR-MAPEAMENTO
003720     END-IF.

003730     IF SW-ABORTAR NOT = 'S'
003740         PERFORM 0130-IMPRIMIR-MAPEAMENTO
003750     END-IF.

003760*----------------------------------------------------------------
003770* 0120-CARREGAR-MAPEAMENTO - CARREGA AS CONTAS DE DEBITO E
003780*                CREDITO DE CADA ORIGEM DO GLPARAM, ESCOLHENDO O
003790*                CONJUNTO COM A DATA DE VIGENCIA MAIS RECENTE NAO
003800*                POSTERIOR A DATA DA EXECUCAO (MESMA REGRA DO
003810*                TBPARAM NO TEMPOCASA). ARQUIVO ILEGIVEL OU
003820*                CONJUNTO SEM AS 4 ORIGENS ABORTA O LOTE.
003830*----------------------------------------------------------------
003840 0120-CARREGAR-MAPEAMENTO.
003850     MOVE SPACES TO WRK-CONTAS-ORIGEM.
003860     MOVE ZEROS  TO WRK-MAP-VIGENCIA.

003870     OPEN INPUT GL-MAPPING-FILE.
003880     IF WRK-STATUS-GLM NOT = '00'
003890         DISPLAY 'GLJORNAL - ERRO AO ABRIR GLPARAM '
003900             '- STATUS ' WRK-STATUS-GLM
003910         MOVE 'S' TO SW-ABORTAR
003920     ELSE
003930         PERFORM 0121-LER-MAPEAMENTO
003940             UNTIL SW-FIM-ARQUIVO-GLM = 'S'
003950         CLOSE GL-MAPPING-FILE
003960     END-IF.

003970     IF SW-ABORTAR NOT = 'S'
003980         PERFORM 0125-CONFERIR-MAPEAMENTO
003990             VARYING WRK-IDX-ORIGEM FROM 1 BY 1
004000             UNTIL WRK-IDX-ORIGEM > 4
004010     END-IF.

004020 0121-LER-MAPEAMENTO.
004030     READ GL-MAPPING-FILE
004040         AT END
004050             MOVE 'S' TO SW-FIM-ARQUIVO-GLM
004060         NOT AT END
004070             PERFORM 0122-GUARDAR-CONTAS
004080     END-READ.

004090*----------------------------------------------------------------
004100* 0122-GUARDAR-CONTAS - UMA DATA DE VIGENCIA MAIS RECENTE (E NAO
004110*                FUTURA) DESCARTA O CONJUNTO ANTERIOR; REGISTRO
004120*                NAO NUMERICO OU DE ORIGEM DESCONHECIDA E
004130*                IGNORADO COM AVISO (A CRITICA FINAL PEGA UM
004140*                CONJUNTO QUE FICOU INCOMPLETO).
004150*----------------------------------------------------------------
004160 0122-GUARDAR-CONTAS.
004170     IF GLM-DATA-VIGENCIA NOT NUMERIC
004180         DISPLAY 'GLJORNAL - REGISTRO INVALIDO NO GLPARAM '
004190             'IGNORADO'
004200     ELSE
004210         IF GLM-DATA-VIGENCIA NOT > WRK-DATAATUAL
004220             IF GLM-DATA-VIGENCIA > WRK-MAP-VIGENCIA
004230                 MOVE GLM-DATA-VIGENCIA TO WRK-MAP-VIGENCIA
004240                 MOVE SPACES TO WRK-CONTAS-ORIGEM
004250             END-IF
004260             IF GLM-DATA-VIGENCIA = WRK-MAP-VIGENCIA
004270                 PERFORM 0123-LOCALIZAR-ORIGEM
004280             END-IF
004290         END-IF
004300     END-IF.

004310 0123-LOCALIZAR-ORIGEM.
004320     MOVE 1 TO WRK-IDX-ORIGEM.
004330     PERFORM 0124-AVANCAR-ORIGEM
004340         UNTIL WRK-IDX-ORIGEM > 4
004350            OR WRK-ORG-CODIGO (WRK-IDX-ORIGEM) = GLM-ORIGEM.
004360     IF WRK-IDX-ORIGEM > 4
004370         DISPLAY 'GLJORNAL - ORIGEM DESCONHECIDA NO GLPARAM '
004380             'IGNORADA: ' GLM-ORIGEM
004390     ELSE
004400         MOVE GLM-CONTA-DEBITO
004410             TO WRK-CTA-DEBITO (WRK-IDX-ORIGEM)
004420         MOVE GLM-CONTA-CREDITO
004430             TO WRK-CTA-CREDITO (WRK-IDX-ORIGEM)
004440     END-IF.

004450 0124-AVANCAR-ORIGEM.
004460     ADD 1 TO WRK-IDX-ORIGEM.

004470 0125-CONFERIR-MAPEAMENTO.
004480     IF WRK-CTA-DEBITO (WRK-IDX-ORIGEM) = SPACES
004490         OR WRK-CTA-CREDITO (WRK-IDX-ORIGEM) = SPACES
004500         DISPLAY 'GLJORNAL - MAPEAMENTO CONTABIL INCOMPLETO: '
004510             'ORIGEM ' WRK-ORG-CODIGO (WRK-IDX-ORIGEM)
004520             ' SEM CONTA VIGENTE'
004530         MOVE 'S' TO SW-ABORTAR
004540     END-IF.

004550 0130-IMPRIMIR-MAPEAMENTO.
004560     MOVE SPACES TO WRK-LSC-TEXTO.
004570     STRING '*** MAPEAMENTO CONTABIL VIGENTE DESDE '
004580                DELIMITED BY SIZE
004590            WRK-MAP-VIGENCIA DELIMITED BY SIZE
004600            ' ***' DELIMITED BY SIZE
004610         INTO WRK-LSC-TEXTO
004620     END-STRING.
004630     PERFORM 0405-IMPRIMIR-SECAO.
004640     PERFORM 0131-IMPRIMIR-CONTAS
004650         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
004660         UNTIL WRK-IDX-ORIGEM > 4.

004670     MOVE '*** OCORRENCIAS NAS INTERFACES ***' TO WRK-LSC-TEXTO.
004680     PERFORM 0405-IMPRIMIR-SECAO.

004690 0131-IMPRIMIR-CONTAS.
004700     MOVE WRK-ORG-CODIGO (WRK-IDX-ORIGEM)    TO WRK-LM-ORIGEM.
004710     MOVE WRK-ORG-DESCRICAO (WRK-IDX-ORIGEM) TO WRK-LM-DESCRICAO.
004720     MOVE WRK-CTA-DEBITO (WRK-IDX-ORIGEM)    TO WRK-LM-DEBITO.
004730     MOVE WRK-CTA-CREDITO (WRK-IDX-ORIGEM)   TO WRK-LM-CREDITO.
004740     WRITE PRINT-LINE FROM WRK-LINHA-MAPA.

004750*----------------------------------------------------------------
004760* 0200-PROCESSAR - ORDENA OS VALORES DE TODAS AS ORIGENS POR
004770*                CENTRO DE CUSTO E ORIGEM, MONTA AS PARTIDAS NO
004780*                ARQUIVO DE TRABALHO, IMPRIME A PROVA E, SE TUDO
004790*                CONFERE, GRAVA O GLJOURN.
004800*----------------------------------------------------------------
004810 0200-PROCESSAR.
004820     SORT SORT-GL-FILE
004830         ON ASCENDING KEY SGL-CENTRO-CUSTO SGL-ORIGEM-IDX
004840         INPUT PROCEDURE IS 0210-SELECIONAR-VALORES
004850         OUTPUT PROCEDURE IS 0270-MONTAR-PARTIDAS.

004860     CLOSE GL-WORK-FILE.

004870     IF WRK-QTD-OCORRENCIAS = ZEROS
004880         MOVE '    NENHUMA OCORRENCIA' TO WRK-LSC-TEXTO
004890         WRITE PRINT-LINE FROM WRK-LINHA-SECAO
004900     END-IF.

004910     PERFORM 0400-IMPRIMIR-PROVA.

004920     OPEN OUTPUT GL-JOURNAL-FILE.
004930     IF WRK-STATUS-GLJ NOT = '00'
004940         DISPLAY 'GLJORNAL - ERRO AO ABRIR GLJOURN '
004950             '- STATUS ' WRK-STATUS-GLJ
004960         MOVE 'S' TO SW-ABORTAR
004970     ELSE
004980         IF SW-JORNAL-RECUSADO NOT = 'S'
004990             PERFORM 0450-GRAVAR-JORNAL
005000         END-IF
005010         CLOSE GL-JOURNAL-FILE
005020     END-IF.

005030*----------------------------------------------------------------
005040* 0210-SELECIONAR-VALORES - PROCEDIMENTO DE ENTRADA DO SORT: LE
005050*                AS QUATRO ORIGENS E LIBERA UM VALOR POR
005060*                FUNCIONARIO/DETALHE COM O CENTRO DE CUSTO.
005070*----------------------------------------------------------------
005080 0210-SELECIONAR-VALORES.
005090     PERFORM 0220-LER-SALARIOS.
005100     PERFORM 0230-LER-PAYEXPRT.
005110     PERFORM 0240-LER-RETROATIVOS.
005120     PERFORM 0250-LER-ACERTOS.
005130     PERFORM 0260-LER-DESCONTOS.

005140*----------------------------------------------------------------
005150* 0220-LER-SALARIOS - ORIGEM SAL: EMP-SALARIO DOS ATIVOS E
005160*                AFASTADOS DO MESTRE, NO CENTRO DE CUSTO DO
005170*                DEPARTAMENTO DO FUNCIONARIO.
005180*----------------------------------------------------------------
005190 0220-LER-SALARIOS.
005200     MOVE 'EMPMAST ' TO WRK-ARQUIVO-ATUAL.
005210     MOVE 1 TO WRK-IDX-ORIGEM.
005220     PERFORM 0221-LER-EMPREGADO.
005230     PERFORM 0222-TRATAR-EMPREGADO
005240         UNTIL SW-FIM-ARQUIVO-EMP = 'S'.

005250 0221-LER-EMPREGADO.
005260     READ EMPLOYEE-MASTER NEXT RECORD
005270         AT END
005280             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
005290     END-READ.

005300 0222-TRATAR-EMPREGADO.
005310     IF EMP-STATUS OF EMP-RECORD = 'A' OR 'F'
005320         MOVE EMP-ID OF EMP-RECORD TO WRK-EMP-ATUAL
005330         PERFORM 0285-OBTER-CC-DEPARTAMENTO
005340         MOVE EMP-SALARIO OF EMP-RECORD TO WRK-REG-VALOR
005350         PERFORM 0290-LIBERAR-VALOR
005360     END-IF.
005370     PERFORM 0221-LER-EMPREGADO.

005380*----------------------------------------------------------------
005390* 0230-LER-PAYEXPRT - O PAYEXPRT NAO E LANCADO (O SALARIO VEM DO
005400*                MESTRE): SO TEM A ESTRUTURA CONFERIDA E O
005410*                TRAILER DO PRIMEIRO LOTE (O NOTURNO COMPLETO;
005420*                LOTES SELETIVOS SO REPETEM FUNCIONARIOS) GUARDADO
005430*                PARA A PROVA DA ORIGEM SAL.
005440*----------------------------------------------------------------
005450 0230-LER-PAYEXPRT.
005460     MOVE 'PAYEXPRT' TO WRK-ARQUIVO-ATUAL.
005470     MOVE 1 TO WRK-IDX-ORIGEM.
005480     PERFORM 0264-INICIAR-ARQUIVO.
005490     PERFORM 0231-LER-REGISTRO-EXP
005500         UNTIL SW-FIM-ARQUIVO-INT = 'S'.
005510     PERFORM 0267-ENCERRAR-ARQUIVO.

005520 0231-LER-REGISTRO-EXP.
005530     READ PAYROLL-EXPORT-IN
005540         AT END
005550             MOVE 'S' TO SW-FIM-ARQUIVO-INT
005560         NOT AT END
005570             MOVE EXP-TIPO TO WRK-REG-TIPO
005580             MOVE ZEROS    TO WRK-REG-VALOR
005590             IF EXP-TIPO = 'D'
005600                 MOVE EXP-SALARIO TO WRK-REG-VALOR
005610             END-IF
005620             IF EXP-TIPO = 'T'
005630                 MOVE EXT-QTD-REGISTROS TO WRK-REG-TRL-QTD
005640                 MOVE EXT-SOMA-SALARIO  TO WRK-REG-TRL-SOMA
005650             END-IF
005660             PERFORM 0265-CONFERIR-LOTE
005670             IF EXP-TIPO = 'T'
005680                 MOVE 'N' TO SW-SOMAR-TRAILER
005690             END-IF
005700     END-READ.

005710*----------------------------------------------------------------
005720* 0240-LER-RETROATIVOS - ORIGEM RET: CADA DETALHE DO RETROEXP NO
005730*                CENTRO DE CUSTO ATUAL DO FUNCIONARIO.
005740*----------------------------------------------------------------
005750 0240-LER-RETROATIVOS.
005760     MOVE 'RETROEXP' TO WRK-ARQUIVO-ATUAL.
005770     MOVE 2 TO WRK-IDX-ORIGEM.
005780     PERFORM 0264-INICIAR-ARQUIVO.
005790     IF WRK-STATUS-RET = '05'
005800         MOVE 'S' TO SW-FIM-ARQUIVO-INT
005810     END-IF.
005820     PERFORM 0241-LER-REGISTRO-RET
005830         UNTIL SW-FIM-ARQUIVO-INT = 'S'.
005840     PERFORM 0267-ENCERRAR-ARQUIVO.

005850 0241-LER-REGISTRO-RET.
005860     READ RETRO-EXPORT-IN
005870         AT END
005880             MOVE 'S' TO SW-FIM-ARQUIVO-INT
005890         NOT AT END
005900             MOVE RET-TIPO TO WRK-REG-TIPO
005910             MOVE ZEROS    TO WRK-REG-VALOR
005920             IF RET-TIPO = 'D'
005930                 MOVE RET-VALOR  TO WRK-REG-VALOR
005940                 MOVE RET-EMP-ID TO WRK-EMP-ATUAL
005950             END-IF
005960             IF RET-TIPO = 'T'
005970                 MOVE RTT-QTD-REGISTROS TO WRK-REG-TRL-QTD
005980                 MOVE RTT-SOMA-VALOR    TO WRK-REG-TRL-SOMA
005990             END-IF
006000             PERFORM 0265-CONFERIR-LOTE
006010             IF RET-TIPO = 'D'
006020                 PERFORM 0280-OBTER-CC-FUNCIONARIO
006030                 PERFORM 0290-LIBERAR-VALOR
006040             END-IF
006050     END-READ.

006060*----------------------------------------------------------------
006070* 0250-LER-ACERTOS - ORIGEM RES: SALDO DE EMPRESTIMO RETIDO NA
006080*                RESCISAO (SETLEXPT), NO CENTRO DE CUSTO DO
006090*                ULTIMO DEPARTAMENTO DO DESLIGADO.
006100*----------------------------------------------------------------
006110 0250-LER-ACERTOS.
006120     MOVE 'SETLEXPT' TO WRK-ARQUIVO-ATUAL.
006130     MOVE 3 TO WRK-IDX-ORIGEM.
006140     PERFORM 0264-INICIAR-ARQUIVO.
006150     IF WRK-STATUS-SET = '05'
006160         MOVE 'S' TO SW-FIM-ARQUIVO-INT
006170     END-IF.
006180     PERFORM 0251-LER-REGISTRO-SET
006190         UNTIL SW-FIM-ARQUIVO-INT = 'S'.
006200     PERFORM 0267-ENCERRAR-ARQUIVO.

006210 0251-LER-REGISTRO-SET.
006220     READ SETTLEMENT-EXPORT-IN
006230         AT END
006240             MOVE 'S' TO SW-FIM-ARQUIVO-INT
006250         NOT AT END
006260             MOVE STL-TIPO TO WRK-REG-TIPO
006270             MOVE ZEROS    TO WRK-REG-VALOR
006280             IF STL-TIPO = 'D'
006290                 MOVE STL-VALOR  TO WRK-REG-VALOR
006300                 MOVE STL-EMP-ID TO WRK-EMP-ATUAL
006310             END-IF
006320             IF STL-TIPO = 'T'
006330                 MOVE STT-QTD-REGISTROS TO WRK-REG-TRL-QTD
006340                 MOVE STT-SOMA-VALOR    TO WRK-REG-TRL-SOMA
006350             END-IF
006360             PERFORM 0265-CONFERIR-LOTE
006370             IF STL-TIPO = 'D'
006380                 PERFORM 0280-OBTER-CC-FUNCIONARIO
006390                 PERFORM 0290-LIBERAR-VALOR
006400             END-IF
006410     END-READ.

006420*----------------------------------------------------------------
006430* 0260-LER-DESCONTOS - ORIGEM EMP: PARCELAS DE EMPRESTIMO
006440*                DESCONTADAS NA FOLHA DO MES (DEDEXPRT).
006450*----------------------------------------------------------------
006460 0260-LER-DESCONTOS.
006470     MOVE 'DEDEXPRT' TO WRK-ARQUIVO-ATUAL.
006480     MOVE 4 TO WRK-IDX-ORIGEM.
006490     PERFORM 0264-INICIAR-ARQUIVO.
006500     PERFORM 0261-LER-REGISTRO-DED
006510         UNTIL SW-FIM-ARQUIVO-INT = 'S'.
006520     PERFORM 0267-ENCERRAR-ARQUIVO.

006530 0261-LER-REGISTRO-DED.
006540     READ DEDUCTION-EXPORT-IN
006550         AT END
006560             MOVE 'S' TO SW-FIM-ARQUIVO-INT
006570         NOT AT END
006580             MOVE DED-TIPO TO WRK-REG-TIPO
006590             MOVE ZEROS    TO WRK-REG-VALOR
006600             IF DED-TIPO = 'D'
006610                 MOVE DED-VALOR  TO WRK-REG-VALOR
006620                 MOVE DED-EMP-ID TO WRK-EMP-ATUAL
006630             END-IF
006640             IF DED-TIPO = 'T'
006650                 MOVE DET-QTD-REGISTROS TO WRK-REG-TRL-QTD
006660                 MOVE DET-SOMA-VALOR    TO WRK-REG-TRL-SOMA
006670             END-IF
006680             PERFORM 0265-CONFERIR-LOTE
006690             IF DED-TIPO = 'D'
006700                 PERFORM 0280-OBTER-CC-FUNCIONARIO
006710                 PERFORM 0290-LIBERAR-VALOR
006720             END-IF
006730     END-READ.

006740 0264-INICIAR-ARQUIVO.
006750     MOVE 'N'   TO SW-FIM-ARQUIVO-INT.
006760     MOVE 'N'   TO SW-LOTE-ABERTO.
006770     MOVE 'S'   TO SW-SOMAR-TRAILER.
006780     MOVE ZEROS TO WRK-LOTE-QTD.
006790     MOVE ZEROS TO WRK-LOTE-SOMA.
006800     MOVE ZEROS TO WRK-EMP-ATUAL.

006810*----------------------------------------------------------------
006820* 0265-CONFERIR-LOTE - CONFERE A ESTRUTURA H/D/T DA INTERFACE
006830*                (MESMA REGRA DO LOANRCON): CADA TRAILER TEM DE
006840*                FECHAR COM A CONTAGEM E A SOMA DOS DETALHES DO
006850*                SEU LOTE, SEM CABECALHO SOBRE LOTE ABERTO NEM
006860*                DETALHE OU TRAILER FORA DE LOTE. O TRAILER
006870*                CONFERIDO E SOMADO AOS TOTAIS DA ORIGEM.
006880*----------------------------------------------------------------
006890 0265-CONFERIR-LOTE.
006900     IF WRK-REG-TIPO NOT = 'D'
006910         MOVE ZEROS TO WRK-EMP-ATUAL
006920     END-IF.
006930     EVALUATE WRK-REG-TIPO
006940         WHEN 'H'
006950             IF SW-LOTE-ABERTO = 'S'
006960                 MOVE 'CABECALHO COM LOTE AINDA ABERTO'
006970                     TO WRK-OCORRENCIA-TEXTO
006980                 PERFORM 0288-APONTAR-OCORRENCIA
006990             END-IF
007000             MOVE ZEROS TO WRK-LOTE-QTD
007010             MOVE ZEROS TO WRK-LOTE-SOMA
007020             MOVE 'S'   TO SW-LOTE-ABERTO
007030         WHEN 'D'
007040             IF SW-LOTE-ABERTO NOT = 'S'
007050                 MOVE 'DETALHE FORA DE LOTE'
007060                     TO WRK-OCORRENCIA-TEXTO
007070                 PERFORM 0288-APONTAR-OCORRENCIA
007080             END-IF
007090             ADD 1             TO WRK-LOTE-QTD
007100             ADD WRK-REG-VALOR TO WRK-LOTE-SOMA
007110         WHEN 'T'
007120             IF SW-LOTE-ABERTO NOT = 'S'
007130                 MOVE 'TRAILER SEM CABECALHO'
007140                     TO WRK-OCORRENCIA-TEXTO
007150                 PERFORM 0288-APONTAR-OCORRENCIA
007160             END-IF
007170             IF WRK-REG-TRL-QTD NOT = WRK-LOTE-QTD
007180                 OR WRK-REG-TRL-SOMA NOT = WRK-LOTE-SOMA
007190                 MOVE 'TRAILER NAO FECHA COM O LOTE'
007200                     TO WRK-OCORRENCIA-TEXTO
007210                 PERFORM 0288-APONTAR-OCORRENCIA
007220             END-IF
007230             IF SW-SOMAR-TRAILER = 'S'
007240                 ADD WRK-REG-TRL-QTD
007250                     TO WRK-TOT-QTD-TRL (WRK-IDX-ORIGEM)
007260                 ADD WRK-REG-TRL-SOMA
007270                     TO WRK-TOT-SOMA-TRL (WRK-IDX-ORIGEM)
007280             END-IF
007290             MOVE 'N'   TO SW-LOTE-ABERTO
007300             MOVE ZEROS TO WRK-LOTE-QTD
007310             MOVE ZEROS TO WRK-LOTE-SOMA
007320         WHEN OTHER
007330             MOVE 'TIPO DE REGISTRO INVALIDO'
007340                 TO WRK-OCORRENCIA-TEXTO
007350             PERFORM 0288-APONTAR-OCORRENCIA
007360     END-EVALUATE.

007370 0267-ENCERRAR-ARQUIVO.
007380     IF SW-LOTE-ABERTO = 'S'
007390         MOVE ZEROS TO WRK-EMP-ATUAL
007400         MOVE 'ARQUIVO TERMINA COM LOTE ABERTO (SEM TRAILER)'
007410             TO WRK-OCORRENCIA-TEXTO
007420         PERFORM 0288-APONTAR-OCORRENCIA
007430     END-IF.

007440*----------------------------------------------------------------
007450* 0280-OBTER-CC-FUNCIONARIO - LOCALIZA O FUNCIONARIO DO DETALHE
007460*                NO MESTRE E O CENTRO DE CUSTO DO DEPARTAMENTO
007470*                DELE. VALOR SEM CENTRO DE CUSTO RECUSA O
007480*                LANCAMENTO (O RAZAO NAO ACEITA PARTIDA SEM
007490*                CENTRO DE CUSTO).
007500*----------------------------------------------------------------
007510 0280-OBTER-CC-FUNCIONARIO.
007520     MOVE SPACES TO WRK-CC-ATUAL.
007530     MOVE WRK-EMP-ATUAL TO EMP-ID OF EMP-RECORD.
007540     READ EMPLOYEE-MASTER
007550         INVALID KEY
007560             MOVE 'FUNCIONARIO NAO CADASTRADO NO EMPMAST - MAT.'
007570                 TO WRK-OCORRENCIA-TEXTO
007580             PERFORM 0288-APONTAR-OCORRENCIA
007590         NOT INVALID KEY
007600             PERFORM 0285-OBTER-CC-DEPARTAMENTO
007610     END-READ.

007620 0285-OBTER-CC-DEPARTAMENTO.
007630     MOVE SPACES TO WRK-CC-ATUAL.
007640     MOVE EMP-DEPARTAMENTO TO DEP-CODIGO OF DEPT-RECORD.
007650     READ DEPT-MASTER
007660         INVALID KEY
007670             MOVE 'DEPARTAMENTO SEM CADASTRO NO DEPTMAST - MAT.'
007680                 TO WRK-OCORRENCIA-TEXTO
007690             PERFORM 0288-APONTAR-OCORRENCIA
007700         NOT INVALID KEY
007710             MOVE DEP-CENTRO-CUSTO TO WRK-CC-ATUAL
007720             IF WRK-CC-ATUAL = SPACES
007730                 MOVE 'DEPARTAMENTO SEM CENTRO DE CUSTO - MAT.'
007740                     TO WRK-OCORRENCIA-TEXTO
007750                 PERFORM 0288-APONTAR-OCORRENCIA
007760             END-IF
007770     END-READ.

007780 0288-APONTAR-OCORRENCIA.
007790     MOVE WRK-ARQUIVO-ATUAL    TO WRK-LOC-ARQUIVO.
007800     MOVE WRK-OCORRENCIA-TEXTO TO WRK-LOC-TEXTO.
007810     MOVE WRK-EMP-ATUAL        TO WRK-LOC-EMP-ID.
007820     WRITE PRINT-LINE FROM WRK-LINHA-OCORRENCIA.
007830     ADD 1 TO WRK-QTD-OCORRENCIAS.
007840     MOVE 'S' TO SW-JORNAL-RECUSADO.

007850*----------------------------------------------------------------
007860* 0290-LIBERAR-VALOR - LIBERA O VALOR PARA O SORT E SOMA AOS
007870*                DETALHES DA ORIGEM. O VALOR SEM CENTRO DE CUSTO
007880*                TAMBEM E LIBERADO, PARA A PROVA SO APONTAR A
007890*                OCORRENCIA REAL.
007900*----------------------------------------------------------------
007910 0290-LIBERAR-VALOR.
007920     MOVE WRK-CC-ATUAL   TO SGL-CENTRO-CUSTO.
007930     MOVE WRK-IDX-ORIGEM TO SGL-ORIGEM-IDX.
007940     MOVE WRK-REG-VALOR  TO SGL-VALOR.
007950     RELEASE SORT-GL-RECORD.

007960     ADD 1 TO WRK-QTD-DETALHES.
007970     ADD 1 TO WRK-TOT-QTD-DET (WRK-IDX-ORIGEM).
007980     ADD WRK-REG-VALOR TO WRK-TOT-SOMA-DET (WRK-IDX-ORIGEM).

007990*----------------------------------------------------------------
008000* 0270-MONTAR-PARTIDAS - PROCEDIMENTO DE SAIDA DO SORT: NA
008010*                QUEBRA DE CENTRO DE CUSTO + ORIGEM GRAVA NO
008020*                ARQUIVO DE TRABALHO A PARTIDA DOBRADA (DEBITO E
008030*                CREDITO DE MESMO VALOR) NAS CONTAS DA ORIGEM.
008040*----------------------------------------------------------------
008050 0270-MONTAR-PARTIDAS.
008060     MOVE 'N' TO SW-FIM-ARQUIVO-SRT.
008070     MOVE 'S' TO SW-PRIMEIRA-PARTIDA.
008080     MOVE ZEROS TO WRK-SOMA-PARTIDA.
008090     PERFORM 0271-LER-VALOR-ORDENADO.
008100     PERFORM 0272-TRATAR-VALOR-ORDENADO
008110         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.
008120     IF SW-PRIMEIRA-PARTIDA NOT = 'S'
008130         PERFORM 0275-GRAVAR-PARTIDA
008140     END-IF.

008150 0271-LER-VALOR-ORDENADO.
008160     RETURN SORT-GL-FILE
008170         AT END
008180             MOVE 'S' TO SW-FIM-ARQUIVO-SRT
008190     END-RETURN.

008200 0272-TRATAR-VALOR-ORDENADO.
008210     IF SW-PRIMEIRA-PARTIDA NOT = 'S'
008220         AND (SGL-CENTRO-CUSTO NOT = WRK-CC-ANTERIOR
008230          OR  SGL-ORIGEM-IDX NOT = WRK-IDX-ANTERIOR)
008240         PERFORM 0275-GRAVAR-PARTIDA
008250     END-IF.
008260     MOVE 'N' TO SW-PRIMEIRA-PARTIDA.
008270     MOVE SGL-CENTRO-CUSTO TO WRK-CC-ANTERIOR.
008280     MOVE SGL-ORIGEM-IDX   TO WRK-IDX-ANTERIOR.
008290     ADD SGL-VALOR TO WRK-SOMA-PARTIDA.
008300     PERFORM 0271-LER-VALOR-ORDENADO.

008310 0275-GRAVAR-PARTIDA.
008320     MOVE WRK-COMPETENCIA TO WRK-LC-COMPETENCIA.
008330     MOVE WRK-CC-ANTERIOR TO WRK-LC-CENTRO-CUSTO.
008340     MOVE WRK-ORG-CODIGO (WRK-IDX-ANTERIOR) TO WRK-LC-ORIGEM.
008350     MOVE WRK-SOMA-PARTIDA TO WRK-LC-VALOR.

008360     MOVE WRK-CTA-DEBITO (WRK-IDX-ANTERIOR) TO WRK-LC-CONTA.
008370     MOVE 'D' TO WRK-LC-NATUREZA.
008380     WRITE GL-WORK-RECORD FROM WRK-LANCAMENTO.
008390     ADD WRK-SOMA-PARTIDA TO WRK-TOT-DEBITOS (WRK-IDX-ANTERIOR).
008400     ADD WRK-SOMA-PARTIDA TO WRK-SOMA-DEBITOS.

008410     MOVE WRK-CTA-CREDITO (WRK-IDX-ANTERIOR) TO WRK-LC-CONTA.
008420     MOVE 'C' TO WRK-LC-NATUREZA.
008430     WRITE GL-WORK-RECORD FROM WRK-LANCAMENTO.
008440     ADD WRK-SOMA-PARTIDA TO WRK-TOT-CREDITOS (WRK-IDX-ANTERIOR).
008450     ADD WRK-SOMA-PARTIDA TO WRK-SOMA-CREDITOS.

008460     ADD 1 TO WRK-QTD-PARTIDAS.
008470     MOVE ZEROS TO WRK-SOMA-PARTIDA.

008480*----------------------------------------------------------------
008490* 0300-FINALIZAR - DEFINE O RETURN-CODE E O RESULTADO DO PASSO,
008500*                IMPRIME O VEREDITO E FECHA OS ARQUIVOS.
008510*----------------------------------------------------------------
008520 0300-FINALIZAR.
008530     EVALUATE TRUE
008540         WHEN SW-ABORTAR = 'S'
008550             MOVE 12  TO RETURN-CODE
008560             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
008570             MOVE 'RESULTADO: EXECUCAO ABORTADA - SEM GLJOURN'
008580                 TO WRK-LSC-TEXTO
008590         WHEN SW-JORNAL-RECUSADO = 'S'
008600             MOVE 8   TO RETURN-CODE
008610             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
008620             MOVE 'RESULTADO: LANCAMENTO RECUSADO - GLJOURN VAZIO'
008630                 TO WRK-LSC-TEXTO
008640         WHEN OTHER
008650             MOVE 0   TO RETURN-CODE
008660             MOVE 'RESULTADO: LANCAMENTO ACEITO E GRAVADO'
008670                 TO WRK-LSC-TEXTO
008680     END-EVALUATE.
008690     IF WRK-STATUS-PRT = '00'
008700         PERFORM 0405-IMPRIMIR-SECAO
008710     END-IF.

008720     CLOSE EMPLOYEE-MASTER
008730           DEPT-MASTER
008740           PAYROLL-EXPORT-IN
008750           RETRO-EXPORT-IN
008760           SETTLEMENT-EXPORT-IN
008770           DEDUCTION-EXPORT-IN
008780           PROOF-REPORT.
008790     IF SW-ABORTAR = 'S'
008800         CLOSE GL-WORK-FILE
008810     END-IF.

008820     DISPLAY '----------------------------------------'.
008830     DISPLAY 'GLJORNAL - LANCAMENTO CONTABIL DA FOLHA'.
008840     DISPLAY 'COMPETENCIA           : ' WRK-COMPETENCIA.
008850     DISPLAY 'VALORES LIDOS         : ' WRK-QTD-DETALHES.
008860     DISPLAY 'PARTIDAS MONTADAS     : ' WRK-QTD-PARTIDAS.
008870     DISPLAY 'LINHAS NO GLJOURN     : ' WRK-QTD-LINHAS.
008880     DISPLAY 'OCORRENCIAS           : ' WRK-QTD-OCORRENCIAS.

008890     PERFORM 0370-GRAVAR-RUNCTL-FIM.

008900*----------------------------------------------------------------
008910* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
008920*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
008930*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
008940*                LOTE: FICA SO O AVISO NO CONSOLE.
008950*----------------------------------------------------------------
008960 0360-GRAVAR-RUNCTL-INICIO.
008970     OPEN EXTEND RUN-CONTROL-FILE.
008980     IF WRK-STATUS-RUN NOT = '00'
008990         DISPLAY 'GLJORNAL - ERRO AO ABRIR RUN-CONTROL-FILE '
009000             '- STATUS ' WRK-STATUS-RUN
009010     ELSE
009020         MOVE 'S' TO SW-RUNCTL-ABERTO
009030         MOVE 'GLJORNAL  ' TO RUN-PROGRAMA
009040         MOVE WRK-DATAATUAL TO RUN-DATE
009050         MOVE WRK-HORAATUAL TO RUN-TIME
009060         MOVE 'I'        TO RUN-EVENTO
009070         MOVE 'MENSAL  ' TO RUN-MODO
009080         MOVE ZEROS TO RUN-QTD-PROCESSADOS
009090         MOVE ZEROS TO RUN-QTD-REJEITADOS
009100         MOVE SPACES TO RUN-RESULTADO
009110         WRITE RUN-CONTROL-RECORD
009120     END-IF.

009130*----------------------------------------------------------------
009140* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
009150*                RUNCTL: PROCESSADOS = VALORES LIDOS DAS
009160*                ORIGENS, REJEITADOS = OCORRENCIAS APONTADAS.
009170*----------------------------------------------------------------
009180 0370-GRAVAR-RUNCTL-FIM.
009190     IF SW-RUNCTL-ABERTO = 'S'
009200         MOVE 'GLJORNAL  ' TO RUN-PROGRAMA
009210         MOVE WRK-DATAATUAL TO RUN-DATE
009220         ACCEPT WRK-HORAATUAL FROM TIME
009230         MOVE WRK-HORAATUAL TO RUN-TIME
009240         MOVE 'F' TO RUN-EVENTO
009250         MOVE 'MENSAL  ' TO RUN-MODO
009260         MOVE WRK-QTD-DETALHES    TO RUN-QTD-PROCESSADOS
009270         MOVE WRK-QTD-OCORRENCIAS TO RUN-QTD-REJEITADOS
009280         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
009290         WRITE RUN-CONTROL-RECORD
009300         CLOSE RUN-CONTROL-FILE
009310     END-IF.

009320*----------------------------------------------------------------
009330* 0400-IMPRIMIR-PROVA - PARA CADA ORIGEM AMARRA A QUANTIDADE E A
009340*                SOMA DOS DETALHES AOS TRAILERS DA INTERFACE E O
009350*                DEBITO LANCADO A SOMA DOS DETALHES E AO CREDITO;
009360*                NO FIM, O TOTAL DE DEBITOS AO DE CREDITOS.
009370*                QUALQUER LINHA QUE NAO CONFERE RECUSA O
009380*                LANCAMENTO.
009390*----------------------------------------------------------------
009400 0400-IMPRIMIR-PROVA.
009410     MOVE '*** PROVA POR ORIGEM ***' TO WRK-LSC-TEXTO.
009420     PERFORM 0405-IMPRIMIR-SECAO.
009430     PERFORM 0410-PROVAR-ORIGEM
009440         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
009450         UNTIL WRK-IDX-ORIGEM > 4.

009460     MOVE '*** TOTAL DO LANCAMENTO ***' TO WRK-LSC-TEXTO.
009470     PERFORM 0405-IMPRIMIR-SECAO.
009480     MOVE 'TOTAL DEBITOS ' TO WRK-LPV-ROTULO-1.
009490     MOVE WRK-SOMA-DEBITOS TO WRK-LPV-VALOR-1.
009500     MOVE 'TOTAL CREDITOS' TO WRK-LPV-ROTULO-2.
009510     MOVE WRK-SOMA-CREDITOS TO WRK-LPV-VALOR-2.
009520     MOVE 'S' TO SW-CONFERE.
009530     IF WRK-SOMA-DEBITOS NOT = WRK-SOMA-CREDITOS
009540         MOVE 'N' TO SW-CONFERE
009550     END-IF.
009560     PERFORM 0420-IMPRIMIR-VALOR.

009570 0405-IMPRIMIR-SECAO.
009580     MOVE SPACES TO PRINT-LINE.
009590     WRITE PRINT-LINE.
009600     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.

009610 0410-PROVAR-ORIGEM.
009620     MOVE SPACES TO WRK-LSC-TEXTO.
009630     STRING WRK-ORG-CODIGO (WRK-IDX-ORIGEM) DELIMITED BY SIZE
009640            ' - ' DELIMITED BY SIZE
009650            WRK-ORG-DESCRICAO (WRK-IDX-ORIGEM) DELIMITED BY SIZE
009660         INTO WRK-LSC-TEXTO
009670     END-STRING.
009680     PERFORM 0405-IMPRIMIR-SECAO.

009690     MOVE 'QTD DETALHES  ' TO WRK-LPQ-ROTULO-1.
009700     MOVE WRK-TOT-QTD-DET (WRK-IDX-ORIGEM) TO WRK-LPQ-QTD-1.
009710     MOVE 'QTD TRAILERS  ' TO WRK-LPQ-ROTULO-2.
009720     MOVE WRK-TOT-QTD-TRL (WRK-IDX-ORIGEM) TO WRK-LPQ-QTD-2.
009730     IF WRK-TOT-QTD-DET (WRK-IDX-ORIGEM)
009740         = WRK-TOT-QTD-TRL (WRK-IDX-ORIGEM)
009750         MOVE 'CONFERE'     TO WRK-LPQ-SITUACAO
009760     ELSE
009770         MOVE 'NAO CONFERE' TO WRK-LPQ-SITUACAO
009780         MOVE 'S' TO SW-JORNAL-RECUSADO
009790         ADD 1 TO WRK-QTD-OCORRENCIAS
009800     END-IF.
009810     WRITE PRINT-LINE FROM WRK-LINHA-PROVA-QTD.

009820     MOVE 'SOMA DETALHES ' TO WRK-LPV-ROTULO-1.
009830     MOVE WRK-TOT-SOMA-DET (WRK-IDX-ORIGEM) TO WRK-LPV-VALOR-1.
009840     MOVE 'SOMA TRAILERS ' TO WRK-LPV-ROTULO-2.
009850     MOVE WRK-TOT-SOMA-TRL (WRK-IDX-ORIGEM) TO WRK-LPV-VALOR-2.
009860     MOVE 'S' TO SW-CONFERE.
009870     IF WRK-TOT-SOMA-DET (WRK-IDX-ORIGEM)
009880         NOT = WRK-TOT-SOMA-TRL (WRK-IDX-ORIGEM)
009890         MOVE 'N' TO SW-CONFERE
009900     END-IF.
009910     PERFORM 0420-IMPRIMIR-VALOR.

009920     MOVE 'DEBITOS       ' TO WRK-LPV-ROTULO-1.
009930     MOVE WRK-TOT-DEBITOS (WRK-IDX-ORIGEM) TO WRK-LPV-VALOR-1.
009940     MOVE 'CREDITOS      ' TO WRK-LPV-ROTULO-2.
009950     MOVE WRK-TOT-CREDITOS (WRK-IDX-ORIGEM) TO WRK-LPV-VALOR-2.
009960     MOVE 'S' TO SW-CONFERE.
009970     IF WRK-TOT-DEBITOS (WRK-IDX-ORIGEM)
009980         NOT = WRK-TOT-CREDITOS (WRK-IDX-ORIGEM)
009990         OR WRK-TOT-DEBITOS (WRK-IDX-ORIGEM)
010000         NOT = WRK-TOT-SOMA-DET (WRK-IDX-ORIGEM)
010010         MOVE 'N' TO SW-CONFERE
010020     END-IF.
010030     PERFORM 0420-IMPRIMIR-VALOR.

010040 0420-IMPRIMIR-VALOR.
010050     IF SW-CONFERE = 'S'
010060         MOVE 'CONFERE'     TO WRK-LPV-SITUACAO
010070     ELSE
010080         MOVE 'NAO CONFERE' TO WRK-LPV-SITUACAO
010090         MOVE 'S' TO SW-JORNAL-RECUSADO
010100         ADD 1 TO WRK-QTD-OCORRENCIAS
010110     END-IF.
010120     WRITE PRINT-LINE FROM WRK-LINHA-PROVA-VALOR.

010130*----------------------------------------------------------------
010140* 0450-GRAVAR-JORNAL - LANCAMENTO CONFERIDO: COPIA AS PARTIDAS
010150*                DO ARQUIVO DE TRABALHO PARA O GLJOURN ENTRE O
010160*                CABECALHO 'H' E O TRAILER 'T'.
010170*----------------------------------------------------------------
010180 0450-GRAVAR-JORNAL.
010190     MOVE 'H'             TO GJH-TIPO.
010200     MOVE WRK-DATAATUAL   TO GJH-RUN-DATE.
010210     MOVE 'GLJORNAL  '    TO GJH-PROGRAMA.
010220     MOVE WRK-COMPETENCIA TO GJH-COMPETENCIA.
010230     WRITE GL-JOURNAL-HEADER-RECORD.

010240     MOVE 'N' TO SW-FIM-ARQUIVO-WRK.
010250     OPEN INPUT GL-WORK-FILE.
010260     IF WRK-STATUS-WRK NOT = '00'
010270         DISPLAY 'GLJORNAL - ERRO AO REABRIR GLJWRK - STATUS '
010280             WRK-STATUS-WRK
010290         MOVE 'S' TO SW-FIM-ARQUIVO-WRK
010300         MOVE 'S' TO SW-ABORTAR
010310     END-IF.
010320     PERFORM 0451-COPIAR-PARTIDA
010330         UNTIL SW-FIM-ARQUIVO-WRK = 'S'.
010340     CLOSE GL-WORK-FILE.

010350     MOVE 'T'               TO GJT-TIPO.
010360     MOVE WRK-QTD-LINHAS    TO GJT-QTD-REGISTROS.
010370     MOVE WRK-SOMA-DEBITOS  TO GJT-SOMA-DEBITOS.
010380     MOVE WRK-SOMA-CREDITOS TO GJT-SOMA-CREDITOS.
010390     WRITE GL-JOURNAL-TRAILER-RECORD.

010400 0451-COPIAR-PARTIDA.
010410     READ GL-WORK-FILE
010420         AT END
010430             MOVE 'S' TO SW-FIM-ARQUIVO-WRK
010440         NOT AT END
010450             WRITE GL-JOURNAL-RECORD FROM GL-WORK-RECORD
010460             ADD 1 TO WRK-QTD-LINHAS
010470     END-READ.
