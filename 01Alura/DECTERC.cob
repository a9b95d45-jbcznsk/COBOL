000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DECTERC.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. CALCULO DO DECIMO TERCEIRO
000130*                   SALARIO A PARTIR DO EMPLOYEE-MASTER: APURA
000140*                   OS AVOS DO ANO (ADMISSAO NO ANO, DESLIGAMENTO
000150*                   NO ANO PELA EMP-DATA-STATUS E MESES DE
000160*                   AFASTAMENTO NAO REMUNERADO NO ANO). RODADO
000170*                   EM NOVEMBRO PAGA A PRIMEIRA PARCELA (METADE,
000180*                   SEM DESCONTOS); EM DEZEMBRO PAGA A SEGUNDA
000190*                   (SALDO LIQUIDO DA PRIMEIRA). EXPORTA NO
000200*                   DECEXPRT (LAYOUT DECXREC, COM CONTROLE H/D/T
000210*                   DO BUREAU) AO LADO DO PAYEXPRT E IMPRIME UM
000220*                   RELATORIO DE CONTROLE (DECRPT). CADA PARCELA
000230*                   PAGA E CARIMBADA NO HISTORICO DECHIST (LAYOUT
000240*                   DECREC), PARA O RERUN NAO PAGAR A MESMA
000250*                   PARCELA DUAS VEZES; EM REINICIO O DECEXPRT E
000260*                   REABERTO EM EXTEND COM OS TOTAIS DO LOTE
000270*                   RECUPERADOS (MESMA REGRA DO LOANDED). GRAVA
000280*                   OS REGISTROS 'I' E 'F' NO RUNCTL.
000281* 2026-10-15 RSM    PARCELA ZERADA (SEM AVOS OU SEM SALDO) TAMBEM
000282*                   E CARIMBADA NO DECHIST, SEM DETALHE NO
000283*                   DECEXPRT: A SEGUNDA PARCELA PASSA ADIANTE OS
000284*                   MESES DE AFASTAMENTO DE QUEM FICOU O ANO TODO
000285*                   AFASTADO, E O ANO SEGUINTE OS DESCONTA.
000290*----------------------------------------------------------------

000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.

000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EMPLOYEE-MASTER
000370         ASSIGN TO EMPMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS EMP-ID OF EMP-RECORD
000410         FILE STATUS IS WRK-STATUS-EMP.

000420     SELECT THIRTEENTH-HIST
000430         ASSIGN TO DECHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DEC-CHAVE OF THIRTEENTH-HIST-RECORD
000470         FILE STATUS IS WRK-STATUS-DEC.

000480     SELECT THIRTEENTH-EXPORT
000490         ASSIGN TO DECEXPRT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WRK-STATUS-EXP.

000520     SELECT CONTROL-REPORT
000530         ASSIGN TO DECRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-STATUS-RPT.

000560     SELECT RUN-CONTROL-FILE
000570         ASSIGN TO RUNCTL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-STATUS-RUN.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EMPLOYEE-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY EMPMAST.

000650 FD  THIRTEENTH-HIST
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DECREC.

000680 FD  THIRTEENTH-EXPORT
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DECXREC.

000710 FD  CONTROL-REPORT
000720     LABEL RECORDS ARE STANDARD.
000730 01  PRINT-LINE             PIC X(80).

000740 FD  RUN-CONTROL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY RUNREC.

000770 WORKING-STORAGE SECTION.
000780     01 WRK-DATAATUAL.
000790         02 WRK-ANO    PIC 9(4).
000800         02 WRK-MES    PIC 9(2).
000810         02 WRK-DIA    PIC 9(2).
000820     01 WRK-DATA-STATUS.
000830         02 WRK-STS-ANO PIC 9(4).
000840         02 WRK-STS-MES PIC 9(2).
000850         02 WRK-STS-DIA PIC 9(2).
000860     77 WRK-HORAATUAL      PIC 9(08) VALUE ZEROS.
000870     77 WRK-PARCELA        PIC 9(01) VALUE ZERO.
000880     77 WRK-ANO-ANTERIOR   PIC 9(04) VALUE ZEROS.
000890     77 WRK-MES-INICIO     PIC S9(03) VALUE ZEROS.
000900     77 WRK-MES-FIM        PIC S9(03) VALUE ZEROS.
000910     77 WRK-AVOS           PIC S9(03) VALUE ZEROS.
000920     77 WRK-AVOS-PAGAR     PIC 9(02) VALUE ZEROS.
000930     77 WRK-AFAST-BASE     PIC 9(03) VALUE ZEROS.
000940     77 WRK-AFAST-ANO      PIC S9(04) VALUE ZEROS.
000950     77 WRK-VALOR-INTEGRAL PIC 9(07)V99 VALUE ZEROS.
000960     77 WRK-VALOR-PRIMEIRA PIC 9(07)V99 VALUE ZEROS.
000970     77 WRK-VALOR-PARCELA  PIC S9(07)V99 VALUE ZEROS.
000980     77 WRK-OBSERVACAO     PIC X(15) VALUE SPACES.
000990     77 WRK-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
001000     77 WRK-QTD-PAGOS      PIC 9(06) VALUE ZEROS.
001010     77 WRK-QTD-JA-PAGOS   PIC 9(06) VALUE ZEROS.
001020     77 WRK-QTD-SEM-SALDO  PIC 9(06) VALUE ZEROS.
001030     77 WRK-QTD-FORA-ANO   PIC 9(06) VALUE ZEROS.
001040     77 WRK-SOMA-PAGOS     PIC 9(09)V99 VALUE ZEROS.
001050     77 WRK-QTD-DEC-LOTE   PIC 9(06) VALUE ZEROS.
001060     77 WRK-SOMA-DEC-LOTE  PIC 9(09)V99 VALUE ZEROS.
001070     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

001080     01 WRK-SWITCHES.
001090         05 SW-FIM-ARQUIVO-EMP PIC X(01) VALUE 'N'.
001100             88 FIM-ARQUIVO-EMP       VALUE 'S'.
001110         05 SW-FIM-ARQUIVO-DEC PIC X(01) VALUE 'N'.
001120             88 FIM-ARQUIVO-DEC       VALUE 'S'.
001130         05 SW-FIM-ARQUIVO-EXP PIC X(01) VALUE 'N'.
001140             88 FIM-ARQUIVO-EXP       VALUE 'S'.
001150         05 SW-HIST-ACHADO     PIC X(01) VALUE 'N'.
001160             88 HISTORICO-ACHADO      VALUE 'S'.
001170         05 SW-BASE-ACHADA     PIC X(01) VALUE 'N'.
001180             88 BASE-ACHADA           VALUE 'S'.
001190         05 SW-REINICIO        PIC X(01) VALUE 'N'.
001200             88 REINICIO-PARCELA      VALUE 'S'.
001210         05 SW-EXPORT-ABERTO   PIC X(01) VALUE 'N'.
001220             88 EXPORT-ABERTO         VALUE 'S'.
001230         05 SW-LOTE-DEC-ABERTO PIC X(01) VALUE 'N'.
001240             88 LOTE-DEC-ABERTO       VALUE 'S'.
001250         05 SW-RELATORIO-ABERTO PIC X(01) VALUE 'N'.
001260             88 RELATORIO-ABERTO      VALUE 'S'.
001270         05 SW-RUNCTL-ABERTO   PIC X(01) VALUE 'N'.
001280             88 RUNCTL-ABERTO         VALUE 'S'.

001290     01 WRK-STATUS-ARQUIVOS.
001300         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001310         05 WRK-STATUS-DEC  PIC X(02) VALUE '00'.
001320         05 WRK-STATUS-EXP  PIC X(02) VALUE '00'.
001330         05 WRK-STATUS-RPT  PIC X(02) VALUE '00'.
001340         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001350     01 WRK-LINHA-TITULO.
001360         05 FILLER PIC X(30)
001370             VALUE 'DECTERC - DECIMO TERCEIRO ANO '.
001380         05 WRK-LT-ANO      PIC 9(04).
001390         05 FILLER PIC X(10) VALUE ' PARCELA '.
001400         05 WRK-LT-PARCELA  PIC 9(01).
001410         05 FILLER PIC X(13) VALUE ' - EXECUCAO '.
001420         05 WRK-LT-DATA     PIC 9(08).
001430         05 FILLER PIC X(14) VALUE SPACES.

001440     01 WRK-LINHA-COLUNAS.
001450         05 FILLER PIC X(08) VALUE 'MATRIC'.
001460         05 FILLER PIC X(12) VALUE 'NOME'.
001470         05 FILLER PIC X(04) VALUE 'DEPT'.
001480         05 FILLER PIC X(06) VALUE '  AVOS'.
001490         05 FILLER PIC X(09) VALUE '  SALARIO'.
001500         05 FILLER PIC X(11) VALUE ' 1A PARCELA'.
001510         05 FILLER PIC X(11) VALUE '      VALOR'.
001520         05 FILLER PIC X(02) VALUE SPACES.
001530         05 FILLER PIC X(17) VALUE 'OBSERVACAO'.

001540     01 WRK-LINHA-DETALHE.
001550         05 WRK-LD-EMP-ID    PIC ZZZZZ9.
001560         05 FILLER           PIC X(02) VALUE SPACES.
001570         05 WRK-LD-NOME      PIC X(10).
001580         05 FILLER           PIC X(02) VALUE SPACES.
001590         05 WRK-LD-DEPTO     PIC X(04).
001600         05 FILLER           PIC X(04) VALUE SPACES.
001610         05 WRK-LD-AVOS      PIC Z9.
001620         05 FILLER           PIC X(02) VALUE SPACES.
001630         05 WRK-LD-SALARIO   PIC ZZ,ZZ9.99.
001640         05 FILLER           PIC X(02) VALUE SPACES.
001650         05 WRK-LD-PRIMEIRA  PIC ZZ,ZZ9.99.
001660         05 FILLER           PIC X(02) VALUE SPACES.
001670         05 WRK-LD-VALOR     PIC ZZ,ZZ9.99.
001680         05 FILLER           PIC X(02) VALUE SPACES.
001690         05 WRK-LD-OBSERVACAO PIC X(15).

001710     01 WRK-LINHA-TOTAL.
001720         05 WRK-LTT-ROTULO   PIC X(30).
001730         05 WRK-LTT-QTD      PIC ZZZ,ZZ9.
001740         05 FILLER           PIC X(03) VALUE SPACES.
001750         05 WRK-LTT-VALOR    PIC ZZZ,ZZZ,ZZ9.99.
001760         05 FILLER           PIC X(26) VALUE SPACES.

001770 PROCEDURE DIVISION.
001780 0000-PRINCIPAL.
001790     PERFORM 0100-INICIAR.
001800     IF SW-FIM-ARQUIVO-EMP = 'S'
001810         MOVE 'A' TO WRK-RESULTADO-EXECUCAO
001820     END-IF.
001830     PERFORM 0200-PROCESSAR.
001840     PERFORM 0300-FINALIZAR.

001850     STOP RUN.

001860*----------------------------------------------------------------
001870* 0100-INICIAR - DEFINE A PARCELA PELO MES DA EXECUCAO (NOVEMBRO
001880*                = PRIMEIRA, DEZEMBRO = SEGUNDA; QUALQUER OUTRO
001890*                MES ABORTA O LOTE), ABRE O MESTRE, O HISTORICO
001900*                E O RELATORIO. COM O LOTE JA ABORTADO O
001910*                DECEXPRT NEM E ABERTO: ABRI-LO EM OUTPUT
001920*                TRUNCARIA AS PARCELAS JA EXPORTADAS. EM
001930*                REINICIO DA MESMA PARCELA O DECEXPRT E REABERTO
001940*                EM EXTEND, COMO NO LOANDED.
001950*----------------------------------------------------------------
001960 0100-INICIAR.
001970     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
001980     ACCEPT WRK-HORAATUAL FROM TIME.

001990     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

002000     EVALUATE WRK-MES
002010         WHEN 11
002020             MOVE 1 TO WRK-PARCELA
002030         WHEN 12
002040             MOVE 2 TO WRK-PARCELA
002050         WHEN OTHER
002060             DISPLAY 'DECTERC - EXECUCAO SO EM NOVEMBRO (1A '
002070                 'PARCELA) OU DEZEMBRO (2A PARCELA)'
002080             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002090     END-EVALUATE.
002100     COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.

002110     OPEN INPUT EMPLOYEE-MASTER.
002120     IF WRK-STATUS-EMP NOT = '00'
002130         DISPLAY 'DECTERC - ERRO AO ABRIR EMPLOYEE-MASTER '
002140             '- STATUS ' WRK-STATUS-EMP
002150         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002160     END-IF.

002170     OPEN I-O THIRTEENTH-HIST.
002180     IF WRK-STATUS-DEC = '35'
002190         OPEN OUTPUT THIRTEENTH-HIST
002200         CLOSE THIRTEENTH-HIST
002210         OPEN I-O THIRTEENTH-HIST
002220     END-IF.
002230     IF WRK-STATUS-DEC NOT = '00'
002240         DISPLAY 'DECTERC - ERRO AO ABRIR THIRTEENTH-HIST '
002250             '- STATUS ' WRK-STATUS-DEC
002260         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002270     END-IF.

002280     OPEN OUTPUT CONTROL-REPORT.
002290     IF WRK-STATUS-RPT NOT = '00'
002300         DISPLAY 'DECTERC - ERRO AO ABRIR CONTROL-REPORT '
002310             '- STATUS ' WRK-STATUS-RPT
002320         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002330     ELSE
002340         MOVE 'S' TO SW-RELATORIO-ABERTO
002350         PERFORM 0400-IMPRIMIR-CABECALHO
002360     END-IF.

002370     IF SW-FIM-ARQUIVO-EMP NOT = 'S'
002380         PERFORM 0310-VERIFICAR-REINICIO
002390         IF SW-REINICIO = 'S'
002400             PERFORM 0330-RECUPERAR-TOTAIS-EXPORT
002410             OPEN EXTEND THIRTEENTH-EXPORT
002420         ELSE
002430             OPEN OUTPUT THIRTEENTH-EXPORT
002440         END-IF
002450         IF WRK-STATUS-EXP NOT = '00'
002460             DISPLAY 'DECTERC - ERRO AO ABRIR THIRTEENTH-'
002470                 'EXPORT - STATUS ' WRK-STATUS-EXP
002480             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002490         END-IF
002500         IF WRK-STATUS-EXP = '00'
002510             MOVE 'S' TO SW-EXPORT-ABERTO
002520             IF SW-REINICIO NOT = 'S'
002530                 PERFORM 0340-GRAVAR-CABECALHO-EXPORT
002540             END-IF
002550         END-IF
002560     END-IF.

002570*----------------------------------------------------------------
002580* 0200-PROCESSAR - LACO PRINCIPAL: TRATA TODOS OS FUNCIONARIOS
002590*                DO MESTRE.
002600*----------------------------------------------------------------
002610 0200-PROCESSAR.
002620     IF SW-FIM-ARQUIVO-EMP NOT = 'S'
002630         PERFORM 0210-LER-EMPREGADO
002640         PERFORM 0220-TRATAR-EMPREGADO
002650             UNTIL SW-FIM-ARQUIVO-EMP = 'S'
002660     END-IF.

002670 0210-LER-EMPREGADO.
002680     READ EMPLOYEE-MASTER NEXT RECORD
002690         AT END
002700             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002710     END-READ.

002720*----------------------------------------------------------------
002730* 0220-TRATAR-EMPREGADO - ADMITIDO DEPOIS DO ANO OU DESLIGADO EM
002740*                ANO ANTERIOR NAO TEM AVOS NO ANO E SO E
002750*                CONTADO; OS DEMAIS TEM A PARCELA APURADA.
002760*----------------------------------------------------------------
002770 0220-TRATAR-EMPREGADO.
002780     ADD 1 TO WRK-QTD-LIDOS.
002790     MOVE EMP-DATA-STATUS TO WRK-DATA-STATUS.

002800     EVALUATE TRUE
002810         WHEN EMP-ADM-ANO > WRK-ANO
002820         WHEN EMP-DESLIGADO
002830             AND WRK-STS-ANO < WRK-ANO
002840             ADD 1 TO WRK-QTD-FORA-ANO
002850         WHEN OTHER
002860             PERFORM 0230-APURAR-PARCELA
002870     END-EVALUATE.

002880     PERFORM 0210-LER-EMPREGADO.

002890*----------------------------------------------------------------
002900* 0230-APURAR-PARCELA - PARCELA JA CARIMBADA NO DECHIST (RERUN)
002910*                NAO E PAGA DE NOVO, SO APONTADA NO RELATORIO.
002920*                AS DEMAIS TEM OS AVOS E O VALOR CALCULADOS; SO
002930*                VALOR POSITIVO E EXPORTADO. PARCELA ZERADA SO E
002935*                CARIMBADA NO DECHIST (BASE DO AFASTAMENTO DO
002936*                ANO SEGUINTE).
002940*----------------------------------------------------------------
002950 0230-APURAR-PARCELA.
002960     MOVE EMP-ID OF EMP-RECORD TO DEC-EMP-ID.
002970     MOVE WRK-ANO              TO DEC-ANO.
002980     MOVE WRK-PARCELA          TO DEC-PARCELA.
002990     PERFORM 0235-LER-HISTORICO.

003000     IF SW-HIST-ACHADO = 'S'
003010         MOVE DEC-AVOS  TO WRK-AVOS-PAGAR
003020         MOVE ZEROS     TO WRK-VALOR-PRIMEIRA
003030         MOVE DEC-VALOR TO WRK-VALOR-PARCELA
003040         IF DEC-VALOR = ZEROS
003041             MOVE 'SEM AVOS/SALDO' TO WRK-OBSERVACAO
003042             PERFORM 0260-IMPRIMIR-DETALHE
003043             ADD 1 TO WRK-QTD-SEM-SALDO
003044         ELSE
003045             MOVE 'PARCELA JA PAGA' TO WRK-OBSERVACAO
003050             PERFORM 0260-IMPRIMIR-DETALHE
003060             ADD 1 TO WRK-QTD-JA-PAGOS
003065         END-IF
003070     ELSE
003080         PERFORM 0240-CALCULAR-AVOS
003090         PERFORM 0245-CALCULAR-VALOR
003100         IF WRK-VALOR-PARCELA > ZEROS
003110             PERFORM 0250-EMITIR-PARCELA
003120         ELSE
003130             MOVE ZEROS TO WRK-VALOR-PARCELA
003135             PERFORM 0255-CARIMBAR-HISTORICO
003140             MOVE 'SEM AVOS/SALDO' TO WRK-OBSERVACAO
003150             PERFORM 0260-IMPRIMIR-DETALHE
003160             ADD 1 TO WRK-QTD-SEM-SALDO
003170         END-IF
003180     END-IF.

003190 0235-LER-HISTORICO.
003200     MOVE 'N' TO SW-HIST-ACHADO.
003210     READ THIRTEENTH-HIST
003220         INVALID KEY
003230             CONTINUE
003240         NOT INVALID KEY
003250             MOVE 'S' TO SW-HIST-ACHADO
003260     END-READ.

003270*----------------------------------------------------------------
003280* 0240-CALCULAR-AVOS - MESES TRABALHADOS NO ANO: CONTA O MES DA
003290*                ADMISSAO SE ELA FOI ATE O DIA 15 E O MES DO
003300*                DESLIGAMENTO SE ELE FOI A PARTIR DO DIA 15
003310*                (15 DIAS OU MAIS NO MES). FUNCIONARIO NAO
003320*                DESLIGADO CONTA ATE DEZEMBRO. DESCONTA OS MESES
003330*                DE AFASTAMENTO NAO REMUNERADO DO ANO.
003340*----------------------------------------------------------------
003350 0240-CALCULAR-AVOS.
003360     IF EMP-ADM-ANO = WRK-ANO
003370         IF EMP-ADM-DIA > 15
003380             COMPUTE WRK-MES-INICIO = EMP-ADM-MES + 1
003390         ELSE
003400             MOVE EMP-ADM-MES TO WRK-MES-INICIO
003410         END-IF
003420     ELSE
003430         MOVE 1 TO WRK-MES-INICIO
003440     END-IF.

003450     IF EMP-DESLIGADO
003460         IF WRK-STS-DIA < 15
003470             COMPUTE WRK-MES-FIM = WRK-STS-MES - 1
003480         ELSE
003490             MOVE WRK-STS-MES TO WRK-MES-FIM
003500         END-IF
003510     ELSE
003520         MOVE 12 TO WRK-MES-FIM
003530     END-IF.

003540     PERFORM 0242-APURAR-AFASTAMENTO.

003550     COMPUTE WRK-AVOS =
003560         WRK-MES-FIM - WRK-MES-INICIO + 1 - WRK-AFAST-ANO.
003570     IF WRK-AVOS < ZEROS
003580         MOVE ZEROS TO WRK-AVOS
003590     END-IF.
003600     IF WRK-AVOS > 12
003610         MOVE 12 TO WRK-AVOS
003620     END-IF.
003630     MOVE WRK-AVOS TO WRK-AVOS-PAGAR.

003640*----------------------------------------------------------------
003650* 0242-APURAR-AFASTAMENTO - MESES DE AFASTAMENTO NO ANO = O
003660*                ACUMULADO ATUAL (EMP-MESES-AFASTADO) MENOS O
003670*                ACUMULADO NO INICIO DO ANO. A BASE DO INICIO DO
003680*                ANO VEM DA PRIMEIRA PARCELA DO ANO, QUANDO JA
003690*                PAGA (QUE TAMBEM FORNECE O VALOR A ABATER NA
003700*                SEGUNDA); SENAO DA SEGUNDA PARCELA DO ANO
003710*                ANTERIOR. ADMITIDO NO ANO PARTE DE BASE ZERO.
003720*                SEM HISTORICO ALGUM (PRIMEIRO ANO DO DECHIST)
003730*                NAO HA COMO SEPARAR O AFASTAMENTO DO ANO E NADA
003740*                E DESCONTADO.
003750*----------------------------------------------------------------
003760 0242-APURAR-AFASTAMENTO.
003770     MOVE ZEROS TO WRK-VALOR-PRIMEIRA.
003780     MOVE 'N'   TO SW-BASE-ACHADA.

003790     IF WRK-PARCELA = 2
003800         MOVE EMP-ID OF EMP-RECORD TO DEC-EMP-ID
003810         MOVE WRK-ANO              TO DEC-ANO
003820         MOVE 1                    TO DEC-PARCELA
003830         PERFORM 0235-LER-HISTORICO
003840         IF SW-HIST-ACHADO = 'S'
003850             MOVE DEC-VALOR      TO WRK-VALOR-PRIMEIRA
003860             MOVE DEC-AFAST-BASE TO WRK-AFAST-BASE
003870             MOVE 'S' TO SW-BASE-ACHADA
003880         END-IF
003890     END-IF.

003900     IF SW-BASE-ACHADA NOT = 'S'
003910         IF EMP-ADM-ANO = WRK-ANO
003920             MOVE ZEROS TO WRK-AFAST-BASE
003930         ELSE
003940             MOVE EMP-ID OF EMP-RECORD TO DEC-EMP-ID
003950             MOVE WRK-ANO-ANTERIOR     TO DEC-ANO
003960             MOVE 2                    TO DEC-PARCELA
003970             PERFORM 0235-LER-HISTORICO
003980             IF SW-HIST-ACHADO = 'S'
003990                 MOVE DEC-MESES-AFASTADO TO WRK-AFAST-BASE
004000             ELSE
004010                 MOVE EMP-MESES-AFASTADO TO WRK-AFAST-BASE
004020             END-IF
004030         END-IF
004040     END-IF.

004050     COMPUTE WRK-AFAST-ANO =
004060         EMP-MESES-AFASTADO - WRK-AFAST-BASE.
004070     IF WRK-AFAST-ANO < ZEROS
004080         MOVE ZEROS TO WRK-AFAST-ANO
004090     END-IF.

004100*----------------------------------------------------------------
004110* 0245-CALCULAR-VALOR - VALOR INTEGRAL = SALARIO X AVOS / 12.
004120*                PRIMEIRA PARCELA = METADE DO INTEGRAL, SEM
004130*                DESCONTOS; O DESLIGADO NO ANO RECEBE O
004140*                PROPORCIONAL INTEIRO DE UMA VEZ, PORQUE NAO
004150*                ESTARA NA FOLHA DE DEZEMBRO. SEGUNDA PARCELA =
004160*                INTEGRAL MENOS A PRIMEIRA JA PAGA.
004170*----------------------------------------------------------------
004180 0245-CALCULAR-VALOR.
004190     COMPUTE WRK-VALOR-INTEGRAL ROUNDED =
004200         EMP-SALARIO OF EMP-RECORD * WRK-AVOS-PAGAR / 12.

004210     IF WRK-PARCELA = 1
004220         IF EMP-DESLIGADO
004230             MOVE WRK-VALOR-INTEGRAL TO WRK-VALOR-PARCELA
004240         ELSE
004250             COMPUTE WRK-VALOR-PARCELA ROUNDED =
004260                 WRK-VALOR-INTEGRAL / 2
004270         END-IF
004280     ELSE
004290         COMPUTE WRK-VALOR-PARCELA =
004300             WRK-VALOR-INTEGRAL - WRK-VALOR-PRIMEIRA
004310     END-IF.

004320*----------------------------------------------------------------
004330* 0250-EMITIR-PARCELA - GRAVA O DETALHE NO DECEXPRT (ABRINDO UM
004340*                LOTE NOVO SE O RERUN ENCONTROU O ULTIMO LOTE JA
004350*                FECHADO), CARIMBA A PARCELA NO DECHIST E IMPRIME
004360*                A LINHA NO RELATORIO DE CONTROLE.
004390*----------------------------------------------------------------
004400 0250-EMITIR-PARCELA.
004410     IF SW-LOTE-DEC-ABERTO NOT = 'S'
004420         PERFORM 0340-GRAVAR-CABECALHO-EXPORT
004430     END-IF.

004440     MOVE 'D'                  TO DCX-TIPO.
004450     MOVE EMP-ID OF EMP-RECORD TO DCX-EMP-ID.
004460     MOVE WRK-ANO              TO DCX-ANO.
004470     MOVE WRK-PARCELA          TO DCX-PARCELA.
004480     MOVE WRK-AVOS-PAGAR       TO DCX-AVOS.
004490     MOVE WRK-VALOR-PARCELA    TO DCX-VALOR.
004500     WRITE THIRTEENTH-PAY-RECORD.
004510     ADD 1 TO WRK-QTD-DEC-LOTE.
004520     ADD WRK-VALOR-PARCELA TO WRK-SOMA-DEC-LOTE.

004521     PERFORM 0255-CARIMBAR-HISTORICO.
004522     MOVE SPACES TO WRK-OBSERVACAO.
004523     PERFORM 0260-IMPRIMIR-DETALHE.
004524     ADD 1 TO WRK-QTD-PAGOS.
004525     ADD WRK-VALOR-PARCELA TO WRK-SOMA-PAGOS.

004526*----------------------------------------------------------------
004527* 0255-CARIMBAR-HISTORICO - CARIMBA A PARCELA NO DECHIST. ERRO
004528*                ABORTA O LOTE: SEM CARIMBO O RERUN PAGA DE NOVO.
004529*----------------------------------------------------------------
004530 0255-CARIMBAR-HISTORICO.
004535     MOVE EMP-ID OF EMP-RECORD TO DEC-EMP-ID.
004540     MOVE WRK-ANO              TO DEC-ANO.
004550     MOVE WRK-PARCELA          TO DEC-PARCELA.
004560     MOVE WRK-DATAATUAL        TO DEC-DATA-PAGAMENTO.
004570     MOVE WRK-AVOS-PAGAR       TO DEC-AVOS.
004580     MOVE EMP-SALARIO OF EMP-RECORD TO DEC-SALARIO-BASE.
004590     MOVE WRK-VALOR-PARCELA    TO DEC-VALOR.
004600     MOVE WRK-AFAST-BASE       TO DEC-AFAST-BASE.
004610     MOVE EMP-MESES-AFASTADO   TO DEC-MESES-AFASTADO.
004620     WRITE THIRTEENTH-HIST-RECORD
004630         INVALID KEY
004640             DISPLAY 'DECTERC - ERRO AO GRAVAR THIRTEENTH-'
004650                 'HIST - STATUS ' WRK-STATUS-DEC
004660             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
004670             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
004680     END-WRITE.

004730 0260-IMPRIMIR-DETALHE.
004740     MOVE EMP-ID OF EMP-RECORD   TO WRK-LD-EMP-ID.
004750     MOVE EMP-NOME               TO WRK-LD-NOME.
004760     MOVE EMP-DEPARTAMENTO       TO WRK-LD-DEPTO.
004770     MOVE WRK-AVOS-PAGAR         TO WRK-LD-AVOS.
004780     MOVE EMP-SALARIO OF EMP-RECORD TO WRK-LD-SALARIO.
004790     MOVE WRK-VALOR-PRIMEIRA     TO WRK-LD-PRIMEIRA.
004800     MOVE WRK-VALOR-PARCELA      TO WRK-LD-VALOR.
004810     MOVE WRK-OBSERVACAO         TO WRK-LD-OBSERVACAO.
004820     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

004830*----------------------------------------------------------------
004840* 0300-FINALIZAR - FECHA O LOTE DO DECEXPRT COM O TRAILER 'T',
004850*                IMPRIME OS TOTAIS DE CONTROLE, FECHA OS ARQUIVOS
004860*                E IMPRIME O RESUMO DO LOTE.
004870*----------------------------------------------------------------
004880 0300-FINALIZAR.
004890     IF SW-EXPORT-ABERTO = 'S'
004900         PERFORM 0350-GRAVAR-TRAILER-EXPORT
004910         CLOSE THIRTEENTH-EXPORT
004920     END-IF.

004930     IF SW-RELATORIO-ABERTO = 'S'
004940         PERFORM 0410-IMPRIMIR-TOTAIS
004950         CLOSE CONTROL-REPORT
004960     END-IF.

004970     CLOSE EMPLOYEE-MASTER
004980           THIRTEENTH-HIST.

004990     DISPLAY '----------------------------------------'.
005000     DISPLAY 'DECTERC - DECIMO TERCEIRO PARCELA ' WRK-PARCELA.
005010     DISPLAY 'FUNCIONARIOS LIDOS   : ' WRK-QTD-LIDOS.
005020     DISPLAY 'PARCELAS PAGAS       : ' WRK-QTD-PAGOS.
005030     DISPLAY 'PARCELAS JA PAGAS    : ' WRK-QTD-JA-PAGOS.
005040     DISPLAY 'SEM AVOS OU SALDO    : ' WRK-QTD-SEM-SALDO.
005050     DISPLAY 'FORA DO ANO          : ' WRK-QTD-FORA-ANO.

005060     PERFORM 0370-GRAVAR-RUNCTL-FIM.

005070*----------------------------------------------------------------
005080* 0310-VERIFICAR-REINICIO - DESCOBRE SE A PARCELA JA RODOU:
005090*                VARRE O DECHIST ATRAS DE CARIMBO DO ANO E DA
005100*                PARCELA ATUAIS. EM REINICIO O DECEXPRT E
005110*                REABERTO EM EXTEND, PRESERVANDO AS PARCELAS JA
005120*                EXPORTADAS ANTES DA PARADA.
005130*----------------------------------------------------------------
005140 0310-VERIFICAR-REINICIO.
005150     MOVE 'N' TO SW-REINICIO.
005160     MOVE 'N' TO SW-FIM-ARQUIVO-DEC.
005170     PERFORM 0315-LER-PARA-REINICIO
005180         UNTIL SW-FIM-ARQUIVO-DEC = 'S'.

005190 0315-LER-PARA-REINICIO.
005200     READ THIRTEENTH-HIST NEXT RECORD
005210         AT END
005220             MOVE 'S' TO SW-FIM-ARQUIVO-DEC
005230         NOT AT END
005240             IF DEC-ANO = WRK-ANO
005250                 AND DEC-PARCELA = WRK-PARCELA
005260                 MOVE 'S' TO SW-REINICIO
005270             END-IF
005280     END-READ.

005290*----------------------------------------------------------------
005300* 0330-RECUPERAR-TOTAIS-EXPORT - EM REINICIO, RELE O DECEXPRT JA
005310*                GRAVADO E RECUPERA A CONTAGEM E A SOMA DOS
005320*                DETALHES DO LOTE AINDA ABERTO (APOS O ULTIMO
005330*                CABECALHO OU TRAILER), PARA O TRAILER GRAVADO
005340*                NO FIM DA EXECUCAO FECHAR COM O LOTE INTEIRO.
005350*                SO LOTE QUE FICOU ABERTO RECEBE TRAILER NO FIM.
005360*----------------------------------------------------------------
005370 0330-RECUPERAR-TOTAIS-EXPORT.
005380     MOVE ZEROS TO WRK-QTD-DEC-LOTE.
005390     MOVE ZEROS TO WRK-SOMA-DEC-LOTE.
005400     MOVE 'N'   TO SW-LOTE-DEC-ABERTO.
005410     MOVE 'N'   TO SW-FIM-ARQUIVO-EXP.

005420     OPEN INPUT THIRTEENTH-EXPORT.
005430     IF WRK-STATUS-EXP = '00'
005440         PERFORM 0335-LER-EXPORT-EXISTENTE
005450             UNTIL SW-FIM-ARQUIVO-EXP = 'S'
005460         CLOSE THIRTEENTH-EXPORT
005470     END-IF.

005480 0335-LER-EXPORT-EXISTENTE.
005490     READ THIRTEENTH-EXPORT
005500         AT END
005510             MOVE 'S' TO SW-FIM-ARQUIVO-EXP
005520         NOT AT END
005530             EVALUATE DCX-TIPO
005540                 WHEN 'H'
005550                     MOVE ZEROS TO WRK-QTD-DEC-LOTE
005560                     MOVE ZEROS TO WRK-SOMA-DEC-LOTE
005570                     MOVE 'S'   TO SW-LOTE-DEC-ABERTO
005580                 WHEN 'D'
005590                     ADD 1 TO WRK-QTD-DEC-LOTE
005600                     ADD DCX-VALOR TO WRK-SOMA-DEC-LOTE
005610                 WHEN 'T'
005620                     MOVE ZEROS TO WRK-QTD-DEC-LOTE
005630                     MOVE ZEROS TO WRK-SOMA-DEC-LOTE
005640                     MOVE 'N'   TO SW-LOTE-DEC-ABERTO
005650                 WHEN OTHER
005660                     CONTINUE
005670             END-EVALUATE
005680     END-READ.

005690*----------------------------------------------------------------
005700* 0340-GRAVAR-CABECALHO-EXPORT - ABRE UM LOTE NOVO NO DECEXPRT
005710*                COM O REGISTRO DE CABECALHO 'H' (DATA DA
005720*                EXECUCAO E PROGRAMA GERADOR) E ZERA OS TOTAIS
005730*                DO LOTE.
005740*----------------------------------------------------------------
005750 0340-GRAVAR-CABECALHO-EXPORT.
005760     MOVE 'H'           TO DCH-TIPO.
005770     MOVE WRK-DATAATUAL TO DCH-RUN-DATE.
005780     MOVE 'DECTERC   '  TO DCH-PROGRAMA.
005790     WRITE THIRTEENTH-HEADER-RECORD.
005800     MOVE ZEROS TO WRK-QTD-DEC-LOTE.
005810     MOVE ZEROS TO WRK-SOMA-DEC-LOTE.
005820     MOVE 'S'   TO SW-LOTE-DEC-ABERTO.

005830*----------------------------------------------------------------
005840* 0350-GRAVAR-TRAILER-EXPORT - FECHA O LOTE DO DECEXPRT COM O
005850*                REGISTRO DE TRAILER 'T' (CONTAGEM E SOMA DAS
005860*                PARCELAS DO LOTE). SEM LOTE ABERTO NAO HA O QUE
005870*                FECHAR: RERUN QUE NAO PAGOU NADA NAO PODE
005880*                ANEXAR UM 'T' ORFAO AO LOTE JA FECHADO.
005890*----------------------------------------------------------------
005900 0350-GRAVAR-TRAILER-EXPORT.
005910     IF SW-LOTE-DEC-ABERTO = 'S'
005920         MOVE 'T'               TO DCT-TIPO
005930         MOVE WRK-QTD-DEC-LOTE  TO DCT-QTD-REGISTROS
005940         MOVE WRK-SOMA-DEC-LOTE TO DCT-SOMA-VALOR
005950         WRITE THIRTEENTH-TRAILER-RECORD
005960         MOVE 'N' TO SW-LOTE-DEC-ABERTO
005970     END-IF.

005980*----------------------------------------------------------------
005990* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
006000*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
006010*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
006020*                LOTE: FICA SO O AVISO NO CONSOLE.
006030*----------------------------------------------------------------
006040 0360-GRAVAR-RUNCTL-INICIO.
006050     OPEN EXTEND RUN-CONTROL-FILE.
006060     IF WRK-STATUS-RUN NOT = '00'
006070         DISPLAY 'DECTERC - ERRO AO ABRIR RUN-CONTROL-FILE '
006080             '- STATUS ' WRK-STATUS-RUN
006090     ELSE
006100         MOVE 'S' TO SW-RUNCTL-ABERTO
006110         MOVE 'DECTERC   ' TO RUN-PROGRAMA
006120         MOVE WRK-DATAATUAL TO RUN-DATE
006130         MOVE WRK-HORAATUAL TO RUN-TIME
006140         MOVE 'I'        TO RUN-EVENTO
006150         MOVE 'MENSAL  ' TO RUN-MODO
006160         MOVE ZEROS TO RUN-QTD-PROCESSADOS
006170         MOVE ZEROS TO RUN-QTD-REJEITADOS
006180         MOVE SPACES TO RUN-RESULTADO
006190         WRITE RUN-CONTROL-RECORD
006200     END-IF.

006210*----------------------------------------------------------------
006220* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
006230*                RUNCTL: PROCESSADOS = PARCELAS PAGAS,
006240*                REJEITADOS = PARCELAS JA PAGAS RECUSADAS NO
006250*                RERUN. FECHA O ARQUIVO.
006260*----------------------------------------------------------------
006270 0370-GRAVAR-RUNCTL-FIM.
006280     IF SW-RUNCTL-ABERTO = 'S'
006290         MOVE 'DECTERC   ' TO RUN-PROGRAMA
006300         MOVE WRK-DATAATUAL TO RUN-DATE
006310         ACCEPT WRK-HORAATUAL FROM TIME
006320         MOVE WRK-HORAATUAL TO RUN-TIME
006330         MOVE 'F' TO RUN-EVENTO
006340         MOVE 'MENSAL  ' TO RUN-MODO
006350         MOVE WRK-QTD-PAGOS    TO RUN-QTD-PROCESSADOS
006360         MOVE WRK-QTD-JA-PAGOS TO RUN-QTD-REJEITADOS
006370         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
006380         WRITE RUN-CONTROL-RECORD
006390         CLOSE RUN-CONTROL-FILE
006400     END-IF.

006410*----------------------------------------------------------------
006420* 0400-IMPRIMIR-CABECALHO - TITULO (ANO, PARCELA E DATA DA
006430*                EXECUCAO) E CABECALHO DAS COLUNAS DO RELATORIO
006440*                DE CONTROLE.
006450*----------------------------------------------------------------
006460 0400-IMPRIMIR-CABECALHO.
006470     MOVE WRK-ANO       TO WRK-LT-ANO.
006480     MOVE WRK-PARCELA   TO WRK-LT-PARCELA.
006490     MOVE WRK-DATAATUAL TO WRK-LT-DATA.
006500     WRITE PRINT-LINE FROM WRK-LINHA-TITULO.
006510     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS.

006520*----------------------------------------------------------------
006530* 0410-IMPRIMIR-TOTAIS - TOTAIS DE CONTROLE DA EXECUCAO E DO
006540*                LOTE DO DECEXPRT: A ULTIMA LINHA BATE COM O
006550*                TRAILER GRAVADO (EM REINICIO INCLUI AS PARCELAS
006560*                EXPORTADAS ANTES DA PARADA).
006570*----------------------------------------------------------------
006580 0410-IMPRIMIR-TOTAIS.
006590     MOVE SPACES TO PRINT-LINE.
006600     WRITE PRINT-LINE.

006610     MOVE 'PARCELAS PAGAS NA EXECUCAO' TO WRK-LTT-ROTULO.
006620     MOVE WRK-QTD-PAGOS    TO WRK-LTT-QTD.
006630     MOVE WRK-SOMA-PAGOS   TO WRK-LTT-VALOR.
006640     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL.

006650     MOVE 'PARCELAS JA PAGAS (RERUN)' TO WRK-LTT-ROTULO.
006660     MOVE WRK-QTD-JA-PAGOS TO WRK-LTT-QTD.
006670     MOVE ZEROS            TO WRK-LTT-VALOR.
006680     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL.

006690     MOVE 'SEM AVOS OU SEM SALDO' TO WRK-LTT-ROTULO.
006700     MOVE WRK-QTD-SEM-SALDO TO WRK-LTT-QTD.
006710     MOVE ZEROS            TO WRK-LTT-VALOR.
006720     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL.

006730     MOVE 'FORA DO ANO (ADMISSAO/DESLIG)' TO WRK-LTT-ROTULO.
006740     MOVE WRK-QTD-FORA-ANO TO WRK-LTT-QTD.
006750     MOVE ZEROS            TO WRK-LTT-VALOR.
006760     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL.

006770     MOVE 'LOTE DO DECEXPRT (TRAILER)' TO WRK-LTT-ROTULO.
006780     MOVE WRK-QTD-DEC-LOTE  TO WRK-LTT-QTD.
006790     MOVE WRK-SOMA-DEC-LOTE TO WRK-LTT-VALOR.
006800     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL.
