000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTEGCHK.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. VERIFICACAO NOTURNA DE
000130*                   INTEGRIDADE ENTRE OS MESTRES E OS HISTORICOS,
000140*                   RODADA DEPOIS DO EMPMAINT/DEPTMNT/LOANMNT E
000150*                   ANTES DO TEMPOCASA. REGRAS:
000160*                   01 EMPRESTIMO COM SALDO DE DESLIGADO (CRIT.)
000170*                   02 EMPRESTIMO COM SALDO DE MATRICULA FORA
000180*                      DO EMPMAST (CRITICA)
000190*                   03 EMP-SALARIO DIFERENTE DO ULTIMO
000200*                      SAL-SALARIO-NOVO DO SALHIST (CRITICA)
000210*                   04 EMP-DEPARTAMENTO DIFERENTE DO ULTIMO
000220*                      DMV-DEPTO-DESTINO DO DEPTHIST (AVISO)
000230*                   05 EMP-DEPARTAMENTO SEM CADASTRO NO DEPTMAST
000240*                      (CRITICA)
000250*                   06 PROPOSTA PENDENTE NO MERPROP PARA
000260*                      DESLIGADO (AVISO)
000270*                   AS INCONSISTENCIAS VAO PARA UM ARQUIVO DE
000280*                   TRABALHO (INTGWRK) E SAO IMPRESSAS NO INTGRPT
000290*                   POR REGRA E POR FUNCIONARIO, COM RESUMO.
000300*                   RETURN-CODE: 0 = SEM INCONSISTENCIA, 4 = SO
000310*                   AVISOS, 8 = REGRA CRITICA VIOLADA, 12 = ERRO
000320*                   DE ABERTURA. COM 8 OU 12 O RESULTADO NO
000330*                   RUNCTL E ANORMAL ('A'), PARA O LOTE PARAR
000340*                   ANTES DE O DADO RUIM CHEGAR A FOLHA.
000350*----------------------------------------------------------------

000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPLOYEE-MASTER
000430         ASSIGN TO EMPMAST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EMP-ID OF EMP-RECORD
000470         FILE STATUS IS WRK-STATUS-EMP.

000480     SELECT SALARY-HIST
000490         ASSIGN TO SALHIST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SAL-CHAVE OF SALARY-HIST-RECORD
000530         FILE STATUS IS WRK-STATUS-SAL.

000540     SELECT DEPT-MASTER
000550         ASSIGN TO DEPTMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000590         FILE STATUS IS WRK-STATUS-DEP.

000600     SELECT LOAN-MASTER
000610         ASSIGN TO LOANMAST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS LON-CHAVE OF LOAN-RECORD
000650         FILE STATUS IS WRK-STATUS-LON.

000660     SELECT DEPT-MOVE-FILE
000670         ASSIGN TO DEPTHIST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-STATUS-MOV.

000700     SELECT OPTIONAL MERIT-PROPOSAL-FILE
000710         ASSIGN TO MERPROP
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-STATUS-PRP.

000740     SELECT EXCEPTION-WORK-FILE
000750         ASSIGN TO INTGWRK
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WRK-STATUS-WRK.

000780     SELECT SORT-MOVE-FILE
000790         ASSIGN TO SORTWK1.

000800     SELECT SORT-EXCEPTION-FILE
000810         ASSIGN TO SORTWK2.

000820     SELECT PRINT-REPORT
000830         ASSIGN TO INTGRPT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-STATUS-PRT.

000860     SELECT RUN-CONTROL-FILE
000870         ASSIGN TO RUNCTL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WRK-STATUS-RUN.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  EMPLOYEE-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY EMPMAST.

000950 FD  SALARY-HIST
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SALHREC.

000980 FD  DEPT-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY DEPTMAST.

001010 FD  LOAN-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030     COPY LOANREC.

001040 FD  DEPT-MOVE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DMOVREC.

001070 FD  MERIT-PROPOSAL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY PROPREC.

001100 FD  EXCEPTION-WORK-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY INTGREC.

001130 SD  SORT-MOVE-FILE.
001140 01  SORT-MOVE-RECORD.
001150     05  SMV-EMP-ID         PIC 9(06).
001160     05  SMV-SEQUENCIA      PIC 9(08).
001170     05  SMV-TIPO           PIC X(01).
001180     05  SMV-DEPTO-DESTINO  PIC X(04).
001190     05  SMV-DATA           PIC 9(08).

001200 SD  SORT-EXCEPTION-FILE.
001210 01  SORT-EXCEPTION-RECORD.
001220     05  SEX-REGRA          PIC 9(02).
001230     05  SEX-CRITICA        PIC X(01).
001240     05  SEX-EMP-ID         PIC 9(06).
001250     05  SEX-DETALHE        PIC X(40).

001260 FD  PRINT-REPORT
001270     LABEL RECORDS ARE STANDARD.
001280 01  PRINT-LINE             PIC X(80).

001290 FD  RUN-CONTROL-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY RUNREC.

001320 WORKING-STORAGE SECTION.
001330     01 WRK-DATAATUAL.
001340         02 WRK-ANO    PIC 9(4).
001350         02 WRK-MES    PIC 9(2).
001360         02 WRK-DIA    PIC 9(2).
001370     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001380     77 WRK-EMP-ATUAL       PIC 9(06) VALUE ZEROS.
001390     77 WRK-ULTIMO-SALARIO  PIC 9(05)V99 VALUE ZEROS.
001400     77 WRK-SEQ-MOVIMENTO   PIC 9(08) VALUE ZEROS.
001410     77 WRK-ULT-MOV-EMP-ID  PIC 9(06) VALUE ZEROS.
001420     77 WRK-ULT-MOV-TIPO    PIC X(01) VALUE SPACES.
001430     77 WRK-ULT-MOV-DESTINO PIC X(04) VALUE SPACES.
001440     77 WRK-ULT-MOV-DATA    PIC 9(08) VALUE ZEROS.
001450     77 WRK-REGRA-ATUAL     PIC 9(02) VALUE ZEROS.
001460     77 WRK-REGRA-ANTERIOR  PIC 9(02) VALUE ZEROS.
001470     77 WRK-EMP-ANTERIOR    PIC 9(06) VALUE ZEROS.
001480     77 WRK-DETALHE         PIC X(40) VALUE SPACES.
001490     77 WRK-QTD-NA-QUEBRA   PIC 9(06) VALUE ZEROS.
001500     77 WRK-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
001510     77 WRK-QTD-CONTRATOS   PIC 9(06) VALUE ZEROS.
001520     77 WRK-QTD-MOVIMENTOS  PIC 9(06) VALUE ZEROS.
001530     77 WRK-QTD-PROPOSTAS   PIC 9(06) VALUE ZEROS.
001540     77 WRK-QTD-EXCECOES    PIC 9(06) VALUE ZEROS.
001550     77 WRK-QTD-CRITICAS    PIC 9(06) VALUE ZEROS.
001560     77 WRK-IDX-REGRA       PIC 9(02) VALUE ZEROS.
001570     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

001580*----------------------------------------------------------------
001590* TABELA DAS REGRAS: INDICADOR DE REGRA CRITICA (S/N) E
001600* DESCRICAO IMPRESSA NO RELATORIO, NA ORDEM DO CODIGO DA REGRA.
001610*----------------------------------------------------------------
001620     01 WRK-REGRAS-VALORES.
001630         05 FILLER PIC X(41)
001640             VALUE 'SEMPRESTIMO COM SALDO DE FUNC. DESLIGADO'.
001650         05 FILLER PIC X(41)
001660             VALUE 'SEMPRESTIMO COM SALDO SEM FUNC. NO MESTRE'.
001670         05 FILLER PIC X(41)
001680             VALUE 'SSALARIO DIFERE DO ULTIMO SALHIST'.
001690         05 FILLER PIC X(41)
001700             VALUE 'NDEPARTAMENTO DIFERE DO ULTIMO DEPTHIST'.
001710         05 FILLER PIC X(41)
001720             VALUE 'SDEPARTAMENTO SEM CADASTRO NO DEPTMAST'.
001730         05 FILLER PIC X(41)
001740             VALUE 'NPROPOSTA DE MERITO PENDENTE DE DESLIGADO'.
001750     01 WRK-TABELA-REGRAS REDEFINES WRK-REGRAS-VALORES.
001760         05 WRK-REGRA OCCURS 6 TIMES.
001770             10 WRK-REGRA-CRITICA   PIC X(01).
001780             10 WRK-REGRA-DESCRICAO PIC X(40).

001790     01 WRK-CONTADORES-REGRA.
001800         05 WRK-QTD-REGRA OCCURS 6 TIMES PIC 9(06).

001810     01 WRK-SWITCHES.
001820         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
001830             88 LOTE-ABORTADO          VALUE 'S'.
001840         05 SW-FIM-ARQUIVO-EMP  PIC X(01) VALUE 'N'.
001850             88 FIM-ARQUIVO-EMP        VALUE 'S'.
001860         05 SW-FIM-ARQUIVO-SAL  PIC X(01) VALUE 'N'.
001870             88 FIM-ARQUIVO-SAL        VALUE 'S'.
001880         05 SW-FIM-ARQUIVO-LON  PIC X(01) VALUE 'N'.
001890             88 FIM-ARQUIVO-LON        VALUE 'S'.
001900         05 SW-FIM-ARQUIVO-MOV  PIC X(01) VALUE 'N'.
001910             88 FIM-ARQUIVO-MOV        VALUE 'S'.
001920         05 SW-FIM-ARQUIVO-PRP  PIC X(01) VALUE 'N'.
001930             88 FIM-ARQUIVO-PRP        VALUE 'S'.
001940         05 SW-FIM-ARQUIVO-WRK  PIC X(01) VALUE 'N'.
001950             88 FIM-ARQUIVO-WRK        VALUE 'S'.
001960         05 SW-FIM-ARQUIVO-SRT  PIC X(01) VALUE 'N'.
001970             88 FIM-ARQUIVO-SRT        VALUE 'S'.
001980         05 SW-SALARIO-ACHADO   PIC X(01) VALUE 'N'.
001990             88 SALARIO-ACHADO         VALUE 'S'.
002000         05 SW-EMP-ENCONTRADO   PIC X(01) VALUE 'N'.
002010             88 EMPREGADO-ENCONTRADO   VALUE 'S'.
002020         05 SW-PRIMEIRA-LINHA   PIC X(01) VALUE 'S'.
002030             88 PRIMEIRA-LINHA         VALUE 'S'.
002040         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
002050             88 RUNCTL-ABERTO          VALUE 'S'.

002060     01 WRK-STATUS-ARQUIVOS.
002070         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
002080         05 WRK-STATUS-SAL  PIC X(02) VALUE '00'.
002090         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
002100         05 WRK-STATUS-LON  PIC X(02) VALUE '00'.
002110         05 WRK-STATUS-MOV  PIC X(02) VALUE '00'.
002120         05 WRK-STATUS-PRP  PIC X(02) VALUE '00'.
002130         05 WRK-STATUS-WRK  PIC X(02) VALUE '00'.
002140         05 WRK-STATUS-PRT  PIC X(02) VALUE '00'.
002150         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

002160*----------------------------------------------------------------
002170* TEXTOS DE DETALHE GRAVADOS NA INCONSISTENCIA, UM POR REGRA.
002180*----------------------------------------------------------------
002190     01 WRK-DETALHE-CONTRATO.
002200         05 FILLER PIC X(09) VALUE 'CONTRATO '.
002210         05 WRK-DC-CONTRATO PIC 9(02).
002220         05 FILLER PIC X(07) VALUE ' SALDO '.
002230         05 WRK-DC-SALDO    PIC Z,ZZZ,ZZ9.99.
002240         05 FILLER PIC X(10) VALUE SPACES.

002250     01 WRK-DETALHE-SALARIO.
002260         05 FILLER PIC X(07) VALUE 'MESTRE '.
002270         05 WRK-DS-MESTRE   PIC ZZ,ZZ9.99.
002280         05 FILLER PIC X(09) VALUE ' SALHIST '.
002290         05 WRK-DS-HISTORICO PIC ZZ,ZZ9.99.
002300         05 FILLER PIC X(06) VALUE SPACES.

002310     01 WRK-DETALHE-MOVIMENTO.
002320         05 FILLER PIC X(07) VALUE 'MESTRE '.
002330         05 WRK-DM-MESTRE   PIC X(04).
002340         05 FILLER PIC X(10) VALUE ' DEPTHIST '.
002350         05 WRK-DM-DESTINO  PIC X(04).
002360         05 FILLER PIC X(04) VALUE ' EM '.
002370         05 WRK-DM-DATA     PIC 9(08).
002380         05 FILLER PIC X(03) VALUE SPACES.

002390     01 WRK-DETALHE-DEPTO.
002400         05 FILLER PIC X(13) VALUE 'DEPARTAMENTO '.
002410         05 WRK-DD-CODIGO   PIC X(04).
002420         05 FILLER PIC X(23) VALUE SPACES.

002430     01 WRK-DETALHE-PROPOSTA.
002440         05 FILLER PIC X(06) VALUE 'FAIXA '.
002450         05 WRK-DP-FAIXA    PIC 9(02).
002460         05 FILLER PIC X(16) VALUE ' DESLIGADO EM '.
002470         05 WRK-DP-DATA     PIC 9(08).
002480         05 FILLER PIC X(08) VALUE SPACES.

002490*----------------------------------------------------------------
002500* LINHAS DO RELATORIO
002510*----------------------------------------------------------------
002520     01 WRK-LINHA-TITULO.
002530         05 FILLER PIC X(42)
002540             VALUE 'VERIFICACAO DE INTEGRIDADE DOS MESTRES - '.
002550         05 WRK-LT-DATA     PIC 9(08).
002560         05 FILLER PIC X(30) VALUE SPACES.

002570     01 WRK-LINHA-SECAO.
002580         05 WRK-LSC-TEXTO   PIC X(80).

002590     01 WRK-LINHA-REGRA.
002600         05 FILLER PIC X(06) VALUE 'REGRA '.
002610         05 WRK-LR-REGRA    PIC 9(02).
002620         05 FILLER PIC X(03) VALUE ' - '.
002630         05 WRK-LR-DESCRICAO PIC X(40).
002640         05 FILLER PIC X(01) VALUE SPACES.
002650         05 WRK-LR-GRAVIDADE PIC X(09).
002660         05 FILLER PIC X(19) VALUE SPACES.

002670     01 WRK-LINHA-DET-REGRA.
002680         05 FILLER PIC X(14) VALUE '    MATRICULA '.
002690         05 WRK-LDR-EMP-ID  PIC ZZZZZ9.
002700         05 FILLER PIC X(02) VALUE SPACES.
002710         05 WRK-LDR-DETALHE PIC X(40).
002720         05 FILLER PIC X(18) VALUE SPACES.

002730     01 WRK-LINHA-FUNCIONARIO.
002740         05 FILLER PIC X(10) VALUE 'MATRICULA '.
002750         05 WRK-LF-EMP-ID   PIC ZZZZZ9.
002760         05 FILLER PIC X(64) VALUE SPACES.

002770     01 WRK-LINHA-DET-FUNC.
002780         05 FILLER PIC X(10) VALUE '    REGRA '.
002790         05 WRK-LDF-REGRA   PIC 9(02).
002800         05 FILLER PIC X(02) VALUE SPACES.
002810         05 WRK-LDF-DETALHE PIC X(40).
002820         05 FILLER PIC X(01) VALUE SPACES.
002830         05 WRK-LDF-GRAVIDADE PIC X(09).
002840         05 FILLER PIC X(16) VALUE SPACES.

002850     01 WRK-LINHA-CONTAGEM.
002860         05 WRK-LCT-ROTULO  PIC X(50).
002870         05 WRK-LCT-QTD     PIC ZZZ,ZZ9.
002880         05 FILLER PIC X(23) VALUE SPACES.

002890 PROCEDURE DIVISION.
002900 0000-PRINCIPAL.
002910     PERFORM 0100-INICIAR.
002920     IF SW-ABORTAR NOT = 'S'
002930         PERFORM 0200-PROCESSAR
002940     END-IF.
002950     PERFORM 0300-FINALIZAR.

002960     STOP RUN.

002970*----------------------------------------------------------------
002980* 0100-INICIAR - ABRE OS MESTRES, OS HISTORICOS, O ARQUIVO DE
002990*                TRABALHO E O RELATORIO. O MERPROP E OPCIONAL
003000*                (NOITE SEM PROPOSTA PENDENTE). QUALQUER OUTRA
003010*                FALHA DE ABERTURA ABORTA A VERIFICACAO.
003020*----------------------------------------------------------------
003030 0100-INICIAR.
003040     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
003050     ACCEPT WRK-HORAATUAL FROM TIME.
003060     MOVE ZEROS TO WRK-CONTADORES-REGRA.

003070     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

003080     OPEN INPUT EMPLOYEE-MASTER.
003090     IF WRK-STATUS-EMP NOT = '00'
003100         DISPLAY 'INTEGCHK - ERRO AO ABRIR EMPLOYEE-MASTER '
003110             '- STATUS ' WRK-STATUS-EMP
003120         MOVE 'S' TO SW-ABORTAR
003130     END-IF.

003140     OPEN INPUT SALARY-HIST.
003150     IF WRK-STATUS-SAL NOT = '00'
003160         DISPLAY 'INTEGCHK - ERRO AO ABRIR SALARY-HIST '
003170             '- STATUS ' WRK-STATUS-SAL
003180         MOVE 'S' TO SW-ABORTAR
003190     END-IF.

003200     OPEN INPUT DEPT-MASTER.
003210     IF WRK-STATUS-DEP NOT = '00'
003220         DISPLAY 'INTEGCHK - ERRO AO ABRIR DEPT-MASTER '
003230             '- STATUS ' WRK-STATUS-DEP
003240         MOVE 'S' TO SW-ABORTAR
003250     END-IF.

003260     OPEN INPUT LOAN-MASTER.
003270     IF WRK-STATUS-LON NOT = '00'
003280         DISPLAY 'INTEGCHK - ERRO AO ABRIR LOAN-MASTER '
003290             '- STATUS ' WRK-STATUS-LON
003300         MOVE 'S' TO SW-ABORTAR
003310     END-IF.

003320     OPEN OUTPUT EXCEPTION-WORK-FILE.
003330     IF WRK-STATUS-WRK NOT = '00'
003340         DISPLAY 'INTEGCHK - ERRO AO ABRIR EXCEPTION-WORK-FILE '
003350             '- STATUS ' WRK-STATUS-WRK
003360         MOVE 'S' TO SW-ABORTAR
003370     END-IF.

003380     OPEN OUTPUT PRINT-REPORT.
003390     IF WRK-STATUS-PRT NOT = '00'
003400         DISPLAY 'INTEGCHK - ERRO AO ABRIR PRINT-REPORT '
003410             '- STATUS ' WRK-STATUS-PRT
003420         MOVE 'S' TO SW-ABORTAR
003430     ELSE
003440         MOVE WRK-DATAATUAL TO WRK-LT-DATA
003450         WRITE PRINT-LINE FROM WRK-LINHA-TITULO
003460     END-IF.

003470*----------------------------------------------------------------
003480* 0200-PROCESSAR - APLICA AS REGRAS EM QUATRO PASSADAS (MESTRE
003490*                DE FUNCIONARIOS, MESTRE DE EMPRESTIMOS,
003500*                HISTORICO DE DEPARTAMENTO E PROPOSTAS DE
003510*                MERITO), GRAVANDO AS INCONSISTENCIAS NO ARQUIVO
003520*                DE TRABALHO, E DEPOIS IMPRIME O ARQUIVO DE
003530*                TRABALHO ORDENADO POR REGRA E POR FUNCIONARIO.
003540*----------------------------------------------------------------
003550 0200-PROCESSAR.
003560     PERFORM 0210-VERIFICAR-MESTRE.
003570     PERFORM 0230-VERIFICAR-EMPRESTIMOS.

003580     SORT SORT-MOVE-FILE
003590         ON ASCENDING KEY SMV-EMP-ID SMV-SEQUENCIA
003600         INPUT PROCEDURE IS 0240-SELECIONAR-MOVIMENTOS
003610         OUTPUT PROCEDURE IS 0245-VERIFICAR-MOVIMENTOS.

003620     PERFORM 0260-VERIFICAR-PROPOSTAS.

003630     CLOSE EXCEPTION-WORK-FILE.

003640     MOVE '*** INCONSISTENCIAS POR REGRA ***' TO WRK-LSC-TEXTO.
003650     PERFORM 0405-IMPRIMIR-SECAO.
003660     SORT SORT-EXCEPTION-FILE
003670         ON ASCENDING KEY SEX-REGRA SEX-EMP-ID
003680         INPUT PROCEDURE IS 0400-LIBERAR-EXCECOES
003690         OUTPUT PROCEDURE IS 0410-IMPRIMIR-POR-REGRA.

003700     MOVE '*** INCONSISTENCIAS POR FUNCIONARIO ***'
003710         TO WRK-LSC-TEXTO.
003720     PERFORM 0405-IMPRIMIR-SECAO.
003730     SORT SORT-EXCEPTION-FILE
003740         ON ASCENDING KEY SEX-EMP-ID SEX-REGRA
003750         INPUT PROCEDURE IS 0400-LIBERAR-EXCECOES
003760         OUTPUT PROCEDURE IS 0450-IMPRIMIR-POR-FUNCIONARIO.

003770*----------------------------------------------------------------
003780* 0210-VERIFICAR-MESTRE - PASSADA NO EMPLOYEE-MASTER: PARA CADA
003790*                FUNCIONARIO NAO DESLIGADO CONFERE O SALARIO COM
003800*                O SALHIST (REGRA 03) E O DEPARTAMENTO COM O
003810*                DEPTMAST (REGRA 05).
003820*----------------------------------------------------------------
003830 0210-VERIFICAR-MESTRE.
003840     MOVE 'N' TO SW-FIM-ARQUIVO-EMP.
003850     PERFORM 0211-LER-EMPREGADO.
003860     PERFORM 0212-TRATAR-EMPREGADO
003870         UNTIL SW-FIM-ARQUIVO-EMP = 'S'.

003880 0211-LER-EMPREGADO.
003890     READ EMPLOYEE-MASTER NEXT RECORD
003900         AT END
003910             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
003920     END-READ.

003930 0212-TRATAR-EMPREGADO.
003940     ADD 1 TO WRK-QTD-LIDOS.
003950     IF NOT EMP-DESLIGADO
003960         PERFORM 0214-CONFERIR-SALARIO
003970         PERFORM 0218-CONFERIR-DEPARTAMENTO
003980     END-IF.
003990     PERFORM 0211-LER-EMPREGADO.

004000*----------------------------------------------------------------
004010* 0214-CONFERIR-SALARIO - POSICIONA O SALHIST NA PRIMEIRA CHAVE
004020*                DA MATRICULA E LE ATE A ULTIMA: O ULTIMO
004030*                SAL-SALARIO-NOVO TEM DE SER O SALARIO DO MESTRE.
004040*                FUNCIONARIO SEM NENHUM HISTORICO (CADASTRADO
004050*                ANTES DO SALHIST) NAO E CONFERIDO.
004060*----------------------------------------------------------------
004070 0214-CONFERIR-SALARIO.
004080     MOVE EMP-ID OF EMP-RECORD TO WRK-EMP-ATUAL.
004090     MOVE 'N' TO SW-SALARIO-ACHADO.
004100     MOVE 'N' TO SW-FIM-ARQUIVO-SAL.
004110     MOVE WRK-EMP-ATUAL TO SAL-EMP-ID.
004120     MOVE ZEROS TO SAL-DATA-VIGENCIA.
004130     MOVE ZEROS TO SAL-HORA.
004140     START SALARY-HIST
004150         KEY IS NOT LESS THAN SAL-CHAVE OF SALARY-HIST-RECORD
004160         INVALID KEY
004170             MOVE 'S' TO SW-FIM-ARQUIVO-SAL
004180     END-START.
004190     PERFORM 0215-LER-SALHIST
004200         UNTIL SW-FIM-ARQUIVO-SAL = 'S'.

004210     IF SW-SALARIO-ACHADO = 'S'
004220         AND WRK-ULTIMO-SALARIO NOT = EMP-SALARIO OF EMP-RECORD
004230         MOVE EMP-SALARIO OF EMP-RECORD TO WRK-DS-MESTRE
004240         MOVE WRK-ULTIMO-SALARIO TO WRK-DS-HISTORICO
004250         MOVE WRK-DETALHE-SALARIO TO WRK-DETALHE
004260         MOVE 3 TO WRK-REGRA-ATUAL
004270         PERFORM 0290-GRAVAR-EXCECAO
004280     END-IF.

004290 0215-LER-SALHIST.
004300     READ SALARY-HIST NEXT RECORD
004310         AT END
004320             MOVE 'S' TO SW-FIM-ARQUIVO-SAL
004330         NOT AT END
004340             IF SAL-EMP-ID NOT = WRK-EMP-ATUAL
004350                 MOVE 'S' TO SW-FIM-ARQUIVO-SAL
004360             ELSE
004370                 MOVE SAL-SALARIO-NOVO TO WRK-ULTIMO-SALARIO
004380                 MOVE 'S' TO SW-SALARIO-ACHADO
004390             END-IF
004400     END-READ.

004410 0218-CONFERIR-DEPARTAMENTO.
004420     MOVE EMP-DEPARTAMENTO TO DEP-CODIGO OF DEPT-RECORD.
004430     READ DEPT-MASTER
004440         INVALID KEY
004450             MOVE EMP-ID OF EMP-RECORD TO WRK-EMP-ATUAL
004460             MOVE EMP-DEPARTAMENTO TO WRK-DD-CODIGO
004470             MOVE WRK-DETALHE-DEPTO TO WRK-DETALHE
004480             MOVE 5 TO WRK-REGRA-ATUAL
004490             PERFORM 0290-GRAVAR-EXCECAO
004500     END-READ.

004510*----------------------------------------------------------------
004520* 0230-VERIFICAR-EMPRESTIMOS - PASSADA NO LOAN-MASTER: CONTRATO
004530*                COM SALDO TEM DE SER DE FUNCIONARIO CADASTRADO
004540*                (REGRA 02) E NAO DESLIGADO (REGRA 01) - O
004550*                TERMSETL JA DEVIA TER QUITADO O CONTRATO.
004560*----------------------------------------------------------------
004570 0230-VERIFICAR-EMPRESTIMOS.
004580     PERFORM 0231-LER-EMPRESTIMO.
004590     PERFORM 0232-TRATAR-EMPRESTIMO
004600         UNTIL SW-FIM-ARQUIVO-LON = 'S'.

004610 0231-LER-EMPRESTIMO.
004620     READ LOAN-MASTER NEXT RECORD
004630         AT END
004640             MOVE 'S' TO SW-FIM-ARQUIVO-LON
004650     END-READ.

004660 0232-TRATAR-EMPRESTIMO.
004670     ADD 1 TO WRK-QTD-CONTRATOS.
004680     IF LON-SALDO OF LOAN-RECORD > ZEROS
004690         MOVE LON-EMP-ID OF LOAN-RECORD TO WRK-EMP-ATUAL
004700         PERFORM 0280-LER-EMPREGADO-CHAVE
004710         MOVE LON-CONTRATO OF LOAN-RECORD TO WRK-DC-CONTRATO
004720         MOVE LON-SALDO OF LOAN-RECORD    TO WRK-DC-SALDO
004730         MOVE WRK-DETALHE-CONTRATO TO WRK-DETALHE
004740         EVALUATE TRUE
004750             WHEN SW-EMP-ENCONTRADO NOT = 'S'
004760                 MOVE 2 TO WRK-REGRA-ATUAL
004770                 PERFORM 0290-GRAVAR-EXCECAO
004780             WHEN EMP-DESLIGADO
004790                 MOVE 1 TO WRK-REGRA-ATUAL
004800                 PERFORM 0290-GRAVAR-EXCECAO
004810         END-EVALUATE
004820     END-IF.
004830     PERFORM 0231-LER-EMPRESTIMO.

004840*----------------------------------------------------------------
004850* 0240-SELECIONAR-MOVIMENTOS - PROCEDIMENTO DE ENTRADA DO SORT
004860*                DO DEPTHIST: LIBERA CADA MOVIMENTO CAMPO A CAMPO
004870*                COM UM NUMERO DE SEQUENCIA, PARA A ORDENACAO POR
004880*                MATRICULA PRESERVAR A ORDEM DE GRAVACAO DENTRO
004890*                DA MESMA MATRICULA.
004900*----------------------------------------------------------------
004910 0240-SELECIONAR-MOVIMENTOS.
004920     OPEN INPUT DEPT-MOVE-FILE.
004930     IF WRK-STATUS-MOV NOT = '00'
004940         DISPLAY 'INTEGCHK - ERRO AO ABRIR DEPTHIST - STATUS '
004950             WRK-STATUS-MOV
004960         MOVE 'S' TO SW-FIM-ARQUIVO-MOV
004970         MOVE 'S' TO SW-ABORTAR
004980     END-IF.

004990     PERFORM 0241-LER-MOVIMENTO
005000         UNTIL SW-FIM-ARQUIVO-MOV = 'S'.

005010     CLOSE DEPT-MOVE-FILE.

005020 0241-LER-MOVIMENTO.
005030     READ DEPT-MOVE-FILE
005040         AT END
005050             MOVE 'S' TO SW-FIM-ARQUIVO-MOV
005060         NOT AT END
005070             ADD 1 TO WRK-SEQ-MOVIMENTO
005080             MOVE DMV-EMP-ID        TO SMV-EMP-ID
005090             MOVE WRK-SEQ-MOVIMENTO TO SMV-SEQUENCIA
005100             MOVE DMV-TIPO          TO SMV-TIPO
005110             MOVE DMV-DEPTO-DESTINO TO SMV-DEPTO-DESTINO
005120             MOVE DMV-DATA          TO SMV-DATA
005130             RELEASE SORT-MOVE-RECORD
005140     END-READ.

005150*----------------------------------------------------------------
005160* 0245-VERIFICAR-MOVIMENTOS - PROCEDIMENTO DE SAIDA DO SORT DO
005170*                DEPTHIST: NA QUEBRA DE MATRICULA O ULTIMO
005180*                MOVIMENTO DELA E CONFERIDO CONTRA O MESTRE.
005190*----------------------------------------------------------------
005200 0245-VERIFICAR-MOVIMENTOS.
005210     MOVE 'N' TO SW-FIM-ARQUIVO-SRT.
005220     MOVE ZEROS TO WRK-ULT-MOV-EMP-ID.
005230     PERFORM 0246-LER-MOVIMENTO-ORDENADO.
005240     PERFORM 0247-TRATAR-MOVIMENTO-ORDENADO
005250         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.
005260     IF WRK-ULT-MOV-EMP-ID NOT = ZEROS
005270         PERFORM 0248-CONFERIR-ULTIMO-MOVIMENTO
005280     END-IF.

005290 0246-LER-MOVIMENTO-ORDENADO.
005300     RETURN SORT-MOVE-FILE
005310         AT END
005320             MOVE 'S' TO SW-FIM-ARQUIVO-SRT
005330     END-RETURN.

005340 0247-TRATAR-MOVIMENTO-ORDENADO.
005350     IF SMV-EMP-ID NOT = WRK-ULT-MOV-EMP-ID
005360         AND WRK-ULT-MOV-EMP-ID NOT = ZEROS
005370         PERFORM 0248-CONFERIR-ULTIMO-MOVIMENTO
005380     END-IF.
005390     ADD 1 TO WRK-QTD-MOVIMENTOS.
005400     MOVE SMV-EMP-ID        TO WRK-ULT-MOV-EMP-ID.
005410     MOVE SMV-TIPO          TO WRK-ULT-MOV-TIPO.
005420     MOVE SMV-DEPTO-DESTINO TO WRK-ULT-MOV-DESTINO.
005430     MOVE SMV-DATA          TO WRK-ULT-MOV-DATA.
005440     PERFORM 0246-LER-MOVIMENTO-ORDENADO.

005450*----------------------------------------------------------------
005460* 0248-CONFERIR-ULTIMO-MOVIMENTO - SO O ULTIMO MOVIMENTO QUE
005470*                COLOCA O FUNCIONARIO NUM DEPARTAMENTO (ADMISSAO,
005480*                TRANSFERENCIA OU REATIVACAO) E CONFERIDO, E SO
005490*                PARA FUNCIONARIO CADASTRADO E NAO DESLIGADO
005500*                (REGRA 04).
005510*----------------------------------------------------------------
005520 0248-CONFERIR-ULTIMO-MOVIMENTO.
005530     IF WRK-ULT-MOV-TIPO = 'A' OR 'T' OR 'R'
005540         MOVE WRK-ULT-MOV-EMP-ID TO WRK-EMP-ATUAL
005550         PERFORM 0280-LER-EMPREGADO-CHAVE
005560         IF SW-EMP-ENCONTRADO = 'S'
005570             AND NOT EMP-DESLIGADO
005580             AND EMP-DEPARTAMENTO NOT = WRK-ULT-MOV-DESTINO
005590             MOVE EMP-DEPARTAMENTO    TO WRK-DM-MESTRE
005600             MOVE WRK-ULT-MOV-DESTINO TO WRK-DM-DESTINO
005610             MOVE WRK-ULT-MOV-DATA    TO WRK-DM-DATA
005620             MOVE WRK-DETALHE-MOVIMENTO TO WRK-DETALHE
005630             MOVE 4 TO WRK-REGRA-ATUAL
005640             PERFORM 0290-GRAVAR-EXCECAO
005650         END-IF
005660     END-IF.

005670*----------------------------------------------------------------
005680* 0260-VERIFICAR-PROPOSTAS - PASSADA NO MERPROP: PROPOSTA AINDA
005690*                SEM PARECER DO RH NAO PODE SER DE DESLIGADO
005700*                (REGRA 06) - O TERMSETL JA DEVIA TE-LA ANULADO.
005710*----------------------------------------------------------------
005720 0260-VERIFICAR-PROPOSTAS.
005730     OPEN INPUT MERIT-PROPOSAL-FILE.
005740     IF WRK-STATUS-PRP NOT = '00' AND '05'
005750         DISPLAY 'INTEGCHK - ERRO AO ABRIR MERPROP - STATUS '
005760             WRK-STATUS-PRP
005770         MOVE 'S' TO SW-FIM-ARQUIVO-PRP
005780         MOVE 'S' TO SW-ABORTAR
005790     END-IF.

005800     PERFORM 0261-LER-PROPOSTA
005810         UNTIL SW-FIM-ARQUIVO-PRP = 'S'.

005820     CLOSE MERIT-PROPOSAL-FILE.

005830 0261-LER-PROPOSTA.
005840     READ MERIT-PROPOSAL-FILE
005850         AT END
005860             MOVE 'S' TO SW-FIM-ARQUIVO-PRP
005870         NOT AT END
005880             PERFORM 0262-TRATAR-PROPOSTA
005890     END-READ.

005900 0262-TRATAR-PROPOSTA.
005910     ADD 1 TO WRK-QTD-PROPOSTAS.
005920     IF NOT PRP-APROVADO AND NOT PRP-REJEITADO
005930         MOVE PRP-EMP-ID TO WRK-EMP-ATUAL
005940         PERFORM 0280-LER-EMPREGADO-CHAVE
005950         IF SW-EMP-ENCONTRADO = 'S'
005960             AND EMP-DESLIGADO
005970             MOVE PRP-FAIXA       TO WRK-DP-FAIXA
005980             MOVE EMP-DATA-STATUS TO WRK-DP-DATA
005990             MOVE WRK-DETALHE-PROPOSTA TO WRK-DETALHE
006000             MOVE 6 TO WRK-REGRA-ATUAL
006010             PERFORM 0290-GRAVAR-EXCECAO
006020         END-IF
006030     END-IF.

006040 0280-LER-EMPREGADO-CHAVE.
006050     MOVE 'N' TO SW-EMP-ENCONTRADO.
006060     MOVE WRK-EMP-ATUAL TO EMP-ID OF EMP-RECORD.
006070     READ EMPLOYEE-MASTER
006080         INVALID KEY
006090             CONTINUE
006100         NOT INVALID KEY
006110             MOVE 'S' TO SW-EMP-ENCONTRADO
006120     END-READ.

006130*----------------------------------------------------------------
006140* 0290-GRAVAR-EXCECAO - GRAVA UMA INCONSISTENCIA (REGRA ATUAL,
006150*                MATRICULA ATUAL E TEXTO DE DETALHE) NO ARQUIVO
006160*                DE TRABALHO E ACUMULA AS CONTAGENS.
006170*----------------------------------------------------------------
006180 0290-GRAVAR-EXCECAO.
006190     MOVE WRK-REGRA-ATUAL TO ITG-REGRA.
006200     MOVE WRK-REGRA-CRITICA (WRK-REGRA-ATUAL) TO ITG-CRITICA.
006210     MOVE WRK-EMP-ATUAL   TO ITG-EMP-ID.
006220     MOVE WRK-DETALHE     TO ITG-DETALHE.
006230     WRITE INTEGRITY-EXCEPTION-RECORD.

006240     ADD 1 TO WRK-QTD-EXCECOES.
006250     ADD 1 TO WRK-QTD-REGRA (WRK-REGRA-ATUAL).
006260     IF ITG-REGRA-CRITICA
006270         ADD 1 TO WRK-QTD-CRITICAS
006280     END-IF.

006290*----------------------------------------------------------------
006300* 0300-FINALIZAR - IMPRIME O RESUMO POR REGRA, DEFINE O
006310*                RETURN-CODE E O RESULTADO DO PASSO E FECHA OS
006320*                ARQUIVOS.
006330*----------------------------------------------------------------
006340 0300-FINALIZAR.
006350     EVALUATE TRUE
006360         WHEN SW-ABORTAR = 'S'
006370             MOVE 12  TO RETURN-CODE
006380             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
006390         WHEN WRK-QTD-CRITICAS > ZEROS
006400             MOVE 8   TO RETURN-CODE
006410             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
006420         WHEN WRK-QTD-EXCECOES > ZEROS
006430             MOVE 4   TO RETURN-CODE
006440         WHEN OTHER
006450             MOVE 0   TO RETURN-CODE
006460     END-EVALUATE.

006470     IF WRK-STATUS-PRT = '00'
006480         PERFORM 0470-IMPRIMIR-RESUMO
006490     END-IF.

006500     CLOSE EMPLOYEE-MASTER
006510           SALARY-HIST
006520           DEPT-MASTER
006530           LOAN-MASTER
006540           PRINT-REPORT.
006550     IF SW-ABORTAR = 'S'
006560         CLOSE EXCEPTION-WORK-FILE
006570     END-IF.

006580     DISPLAY '----------------------------------------'.
006590     DISPLAY 'INTEGCHK - VERIFICACAO DE INTEGRIDADE'.
006600     DISPLAY 'FUNCIONARIOS LIDOS    : ' WRK-QTD-LIDOS.
006610     DISPLAY 'CONTRATOS LIDOS       : ' WRK-QTD-CONTRATOS.
006620     DISPLAY 'MOVIMENTOS DEPTHIST   : ' WRK-QTD-MOVIMENTOS.
006630     DISPLAY 'PROPOSTAS MERPROP     : ' WRK-QTD-PROPOSTAS.
006640     DISPLAY 'INCONSISTENCIAS       : ' WRK-QTD-EXCECOES.
006650     DISPLAY 'EM REGRAS CRITICAS    : ' WRK-QTD-CRITICAS.

006660     PERFORM 0370-GRAVAR-RUNCTL-FIM.

006670*----------------------------------------------------------------
006680* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
006690*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
006700*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
006710*                LOTE: FICA SO O AVISO NO CONSOLE.
006720*----------------------------------------------------------------
006730 0360-GRAVAR-RUNCTL-INICIO.
006740     OPEN EXTEND RUN-CONTROL-FILE.
006750     IF WRK-STATUS-RUN NOT = '00'
006760         DISPLAY 'INTEGCHK - ERRO AO ABRIR RUN-CONTROL-FILE '
006770             '- STATUS ' WRK-STATUS-RUN
006780     ELSE
006790         MOVE 'S' TO SW-RUNCTL-ABERTO
006800         MOVE 'INTEGCHK  ' TO RUN-PROGRAMA
006810         MOVE WRK-DATAATUAL TO RUN-DATE
006820         MOVE WRK-HORAATUAL TO RUN-TIME
006830         MOVE 'I'        TO RUN-EVENTO
006840         MOVE 'NOTURNO ' TO RUN-MODO
006850         MOVE ZEROS TO RUN-QTD-PROCESSADOS
006860         MOVE ZEROS TO RUN-QTD-REJEITADOS
006870         MOVE SPACES TO RUN-RESULTADO
006880         WRITE RUN-CONTROL-RECORD
006890     END-IF.

006900*----------------------------------------------------------------
006910* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
006920*                RUNCTL: PROCESSADOS = FUNCIONARIOS LIDOS,
006930*                REJEITADOS = INCONSISTENCIAS APONTADAS.
006940*----------------------------------------------------------------
006950 0370-GRAVAR-RUNCTL-FIM.
006960     IF SW-RUNCTL-ABERTO = 'S'
006970         MOVE 'INTEGCHK  ' TO RUN-PROGRAMA
006980         MOVE WRK-DATAATUAL TO RUN-DATE
006990         ACCEPT WRK-HORAATUAL FROM TIME
007000         MOVE WRK-HORAATUAL TO RUN-TIME
007010         MOVE 'F' TO RUN-EVENTO
007020         MOVE 'NOTURNO ' TO RUN-MODO
007030         MOVE WRK-QTD-LIDOS    TO RUN-QTD-PROCESSADOS
007040         MOVE WRK-QTD-EXCECOES TO RUN-QTD-REJEITADOS
007050         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
007060         WRITE RUN-CONTROL-RECORD
007070         CLOSE RUN-CONTROL-FILE
007080     END-IF.

007090*----------------------------------------------------------------
007100* 0400-LIBERAR-EXCECOES - PROCEDIMENTO DE ENTRADA DOS DOIS SORTS
007110*                DO RELATORIO: LE O ARQUIVO DE TRABALHO E LIBERA
007120*                CADA INCONSISTENCIA CAMPO A CAMPO.
007130*----------------------------------------------------------------
007140 0400-LIBERAR-EXCECOES.
007150     MOVE 'N' TO SW-FIM-ARQUIVO-WRK.
007160     OPEN INPUT EXCEPTION-WORK-FILE.
007170     IF WRK-STATUS-WRK NOT = '00'
007180         DISPLAY 'INTEGCHK - ERRO AO REABRIR INTGWRK - STATUS '
007190             WRK-STATUS-WRK
007200         MOVE 'S' TO SW-FIM-ARQUIVO-WRK
007210     END-IF.

007220     PERFORM 0401-LER-EXCECAO
007230         UNTIL SW-FIM-ARQUIVO-WRK = 'S'.

007240     CLOSE EXCEPTION-WORK-FILE.

007250 0401-LER-EXCECAO.
007260     READ EXCEPTION-WORK-FILE
007270         AT END
007280             MOVE 'S' TO SW-FIM-ARQUIVO-WRK
007290         NOT AT END
007300             MOVE ITG-REGRA   TO SEX-REGRA
007310             MOVE ITG-CRITICA TO SEX-CRITICA
007320             MOVE ITG-EMP-ID  TO SEX-EMP-ID
007330             MOVE ITG-DETALHE TO SEX-DETALHE
007340             RELEASE SORT-EXCEPTION-RECORD
007350     END-READ.

007360 0405-IMPRIMIR-SECAO.
007370     MOVE SPACES TO PRINT-LINE.
007380     WRITE PRINT-LINE.
007390     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.

007400 0406-LER-EXCECAO-ORDENADA.
007410     RETURN SORT-EXCEPTION-FILE
007420         AT END
007430             MOVE 'S' TO SW-FIM-ARQUIVO-SRT
007440     END-RETURN.

007450*----------------------------------------------------------------
007460* 0410-IMPRIMIR-POR-REGRA - PROCEDIMENTO DE SAIDA DO SORT POR
007470*                REGRA: CABECALHO COM A DESCRICAO E A GRAVIDADE
007480*                A CADA REGRA, UMA LINHA POR FUNCIONARIO E
007490*                TOTAL DA REGRA NA QUEBRA.
007500*----------------------------------------------------------------
007510 0410-IMPRIMIR-POR-REGRA.
007520     MOVE 'N' TO SW-FIM-ARQUIVO-SRT.
007530     MOVE 'S' TO SW-PRIMEIRA-LINHA.
007540     PERFORM 0406-LER-EXCECAO-ORDENADA.
007550     IF SW-FIM-ARQUIVO-SRT = 'S'
007560         PERFORM 0460-IMPRIMIR-SEM-EXCECAO
007570     END-IF.
007580     PERFORM 0420-TRATAR-EXCECAO-REGRA
007590         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.
007600     IF SW-PRIMEIRA-LINHA NOT = 'S'
007610         PERFORM 0425-IMPRIMIR-TOTAL-REGRA
007620     END-IF.

007630 0420-TRATAR-EXCECAO-REGRA.
007640     EVALUATE TRUE
007650         WHEN SW-PRIMEIRA-LINHA = 'S'
007660             PERFORM 0422-IMPRIMIR-CABECALHO-REGRA
007670             MOVE 'N' TO SW-PRIMEIRA-LINHA
007680         WHEN SEX-REGRA NOT = WRK-REGRA-ANTERIOR
007690             PERFORM 0425-IMPRIMIR-TOTAL-REGRA
007700             PERFORM 0422-IMPRIMIR-CABECALHO-REGRA
007710     END-EVALUATE.

007720     MOVE SEX-EMP-ID  TO WRK-LDR-EMP-ID.
007730     MOVE SEX-DETALHE TO WRK-LDR-DETALHE.
007740     WRITE PRINT-LINE FROM WRK-LINHA-DET-REGRA.
007750     ADD 1 TO WRK-QTD-NA-QUEBRA.

007760     PERFORM 0406-LER-EXCECAO-ORDENADA.

007770 0422-IMPRIMIR-CABECALHO-REGRA.
007780     MOVE SEX-REGRA TO WRK-REGRA-ANTERIOR.
007790     MOVE ZEROS     TO WRK-QTD-NA-QUEBRA.
007800     MOVE SPACES    TO PRINT-LINE.
007810     WRITE PRINT-LINE.
007820     MOVE SEX-REGRA TO WRK-LR-REGRA.
007830     MOVE WRK-REGRA-DESCRICAO (SEX-REGRA) TO WRK-LR-DESCRICAO.
007840     IF SEX-CRITICA = 'S'
007850         MOVE '(CRITICA)' TO WRK-LR-GRAVIDADE
007860     ELSE
007870         MOVE '(AVISO)'   TO WRK-LR-GRAVIDADE
007880     END-IF.
007890     WRITE PRINT-LINE FROM WRK-LINHA-REGRA.

007900 0425-IMPRIMIR-TOTAL-REGRA.
007910     MOVE '    TOTAL DA REGRA' TO WRK-LCT-ROTULO.
007920     MOVE WRK-QTD-NA-QUEBRA TO WRK-LCT-QTD.
007930     WRITE PRINT-LINE FROM WRK-LINHA-CONTAGEM.

007940*----------------------------------------------------------------
007950* 0450-IMPRIMIR-POR-FUNCIONARIO - PROCEDIMENTO DE SAIDA DO SORT
007960*                POR FUNCIONARIO: UMA LINHA DE MATRICULA A CADA
007970*                FUNCIONARIO E UMA LINHA POR REGRA VIOLADA.
007980*----------------------------------------------------------------
007990 0450-IMPRIMIR-POR-FUNCIONARIO.
008000     MOVE 'N' TO SW-FIM-ARQUIVO-SRT.
008010     MOVE 'S' TO SW-PRIMEIRA-LINHA.
008020     PERFORM 0406-LER-EXCECAO-ORDENADA.
008030     IF SW-FIM-ARQUIVO-SRT = 'S'
008040         PERFORM 0460-IMPRIMIR-SEM-EXCECAO
008050     END-IF.
008060     PERFORM 0452-TRATAR-EXCECAO-FUNC
008070         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.

008080 0452-TRATAR-EXCECAO-FUNC.
008090     IF SW-PRIMEIRA-LINHA = 'S'
008100         OR SEX-EMP-ID NOT = WRK-EMP-ANTERIOR
008110         MOVE 'N' TO SW-PRIMEIRA-LINHA
008120         MOVE SEX-EMP-ID TO WRK-EMP-ANTERIOR
008130         MOVE SEX-EMP-ID TO WRK-LF-EMP-ID
008140         MOVE SPACES TO PRINT-LINE
008150         WRITE PRINT-LINE
008160         WRITE PRINT-LINE FROM WRK-LINHA-FUNCIONARIO
008170     END-IF.

008180     MOVE SEX-REGRA   TO WRK-LDF-REGRA.
008190     MOVE SEX-DETALHE TO WRK-LDF-DETALHE.
008200     IF SEX-CRITICA = 'S'
008210         MOVE '(CRITICA)' TO WRK-LDF-GRAVIDADE
008220     ELSE
008230         MOVE '(AVISO)'   TO WRK-LDF-GRAVIDADE
008240     END-IF.
008250     WRITE PRINT-LINE FROM WRK-LINHA-DET-FUNC.

008260     PERFORM 0406-LER-EXCECAO-ORDENADA.

008270 0460-IMPRIMIR-SEM-EXCECAO.
008280     MOVE '    NENHUMA INCONSISTENCIA ENCONTRADA'
008290         TO WRK-LSC-TEXTO.
008300     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.

008310*----------------------------------------------------------------
008320* 0470-IMPRIMIR-RESUMO - QUANTIDADE POR REGRA, TOTAL GERAL, TOTAL
008330*                EM REGRAS CRITICAS E RESULTADO DA VERIFICACAO.
008340*----------------------------------------------------------------
008350 0470-IMPRIMIR-RESUMO.
008360     MOVE '*** RESUMO ***' TO WRK-LSC-TEXTO.
008370     PERFORM 0405-IMPRIMIR-SECAO.

008380     PERFORM 0475-IMPRIMIR-RESUMO-REGRA
008390         VARYING WRK-IDX-REGRA FROM 1 BY 1
008400         UNTIL WRK-IDX-REGRA > 6.

008410     MOVE 'TOTAL DE INCONSISTENCIAS' TO WRK-LCT-ROTULO.
008420     MOVE WRK-QTD-EXCECOES TO WRK-LCT-QTD.
008430     WRITE PRINT-LINE FROM WRK-LINHA-CONTAGEM.

008440     MOVE 'INCONSISTENCIAS EM REGRAS CRITICAS' TO WRK-LCT-ROTULO.
008450     MOVE WRK-QTD-CRITICAS TO WRK-LCT-QTD.
008460     WRITE PRINT-LINE FROM WRK-LINHA-CONTAGEM.

008470     EVALUATE TRUE
008480         WHEN SW-ABORTAR = 'S'
008490             MOVE 'RESULTADO: VERIFICACAO ABORTADA (RC=12)'
008500                 TO WRK-LSC-TEXTO
008510         WHEN WRK-QTD-CRITICAS > ZEROS
008520             MOVE 'RESULTADO: ANORMAL - REGRA CRITICA (RC=8)'
008530                 TO WRK-LSC-TEXTO
008540         WHEN WRK-QTD-EXCECOES > ZEROS
008550             MOVE 'RESULTADO: NORMAL COM AVISOS (RC=4)'
008560                 TO WRK-LSC-TEXTO
008570         WHEN OTHER
008580             MOVE 'RESULTADO: NORMAL (RC=0)' TO WRK-LSC-TEXTO
008590     END-EVALUATE.
008600     PERFORM 0405-IMPRIMIR-SECAO.

008610 0475-IMPRIMIR-RESUMO-REGRA.
008620     MOVE SPACES TO WRK-LCT-ROTULO.
008630     STRING 'REGRA ' DELIMITED BY SIZE
008640            WRK-IDX-REGRA DELIMITED BY SIZE
008650            ' - ' DELIMITED BY SIZE
008660            WRK-REGRA-DESCRICAO (WRK-IDX-REGRA)
008670                DELIMITED BY SIZE
008680         INTO WRK-LCT-ROTULO
008690     END-STRING.
008700     MOVE WRK-QTD-REGRA (WRK-IDX-REGRA) TO WRK-LCT-QTD.
008710     WRITE PRINT-LINE FROM WRK-LINHA-CONTAGEM.
