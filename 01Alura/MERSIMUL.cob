000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERSIMUL.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. SIMULACAO DO ORCAMENTO DE
000130*                   MERITO DE UM CONJUNTO DE FAIXAS CANDIDATO JA
000140*                   DIGITADO NO TBPARAM (DATA DE VIGENCIA NO
000150*                   SIMPARM) CONTRA O CONJUNTO VIGENTE HOJE.
000160*                   CADA FUNCIONARIO ATIVO DO MESTRE PASSA PELAS
000170*                   DUAS TABELAS COM O MESMO CALCULO DO TEMPOCASA
000180*                   (0240-CALCULAR-TEMPO E 0250-CALCULAR-MERITO
000190*                   EM 01Alura/4.cob), COM O TEMPO DE CASA
000200*                   APURADO NO MES DA VIGENCIA CANDIDATA, E SO
000210*                   CONTA QUEM ATINGE FAIXA SUPERIOR A JA
000220*                   EFETIVADA (EMP-FAIXA-MERITO), COMO NA
000230*                   GRAVACAO DA PROPOSTA. O RELATORIO (SIMRPT)
000240*                   MOSTRA, POR DEPARTAMENTO E NO TOTAL, A
000250*                   QUANTIDADE DE FUNCIONARIOS AFETADOS E O
000260*                   CUSTO ANUALIZADO (12 SALARIOS) DOS AUMENTOS
000270*                   EM CADA CONJUNTO E A DIFERENCA, E NO TOTAL A
000280*                   FOLHA ANUALIZADA EM CADA CONJUNTO. SO LEITURA:
000290*                   NAO GRAVA PROPOSTA NEM ALTERA O MESTRE.
000300*----------------------------------------------------------------

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EMPLOYEE-MASTER
000380         ASSIGN TO EMPMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS EMP-ID OF EMP-RECORD
000420         FILE STATUS IS WRK-STATUS-EMP.

000430     SELECT BAND-PARM-FILE
000440         ASSIGN TO TBPARAM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WRK-STATUS-TBP.

000470     SELECT SIMULATION-PARM-FILE
000480         ASSIGN TO SIMPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-STATUS-SIM.

000510     SELECT DEPT-MASTER
000520         ASSIGN TO DEPTMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000560         FILE STATUS IS WRK-STATUS-DEP.

000570     SELECT SORT-WORK-FILE
000580         ASSIGN TO SORTWK1.

000590     SELECT PRINT-REPORT
000600         ASSIGN TO SIMRPT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-STATUS-PRT.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  EMPLOYEE-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670     COPY EMPMAST.

000680 FD  BAND-PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY TBPREC.

000710 FD  SIMULATION-PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY SIMPREC.

000740 FD  DEPT-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DEPTMAST.

000770 SD  SORT-WORK-FILE.
000780 01  SORT-RECORD.
000790     05  SRT-DEPARTAMENTO   PIC X(04).
000800     05  SRT-EMP-ID         PIC 9(06).
000810     05  SRT-SALARIO        PIC 9(05)V99.
000820     05  SRT-AFETADO-ATUAL  PIC X(01).
000830     05  SRT-AUMENTO-ATUAL  PIC 9(05)V99.
000840     05  SRT-AFETADO-CAND   PIC X(01).
000850     05  SRT-AUMENTO-CAND   PIC 9(05)V99.

000860 FD  PRINT-REPORT
000870     LABEL RECORDS ARE STANDARD.
000880 01  PRINT-LINE             PIC X(80).

000890 WORKING-STORAGE SECTION.
000900 01 WRK-DATAATUAL.
000910     02 WRK-ANO    PIC 9(4).
000920     02 WRK-MES    PIC 9(2).
000930     02 WRK-DIA    PIC 9(2).
000940 01 WRK-DATA-REFERENCIA.
000950     02 WRK-REF-ANO    PIC 9(4).
000960     02 WRK-REF-MES    PIC 9(2).
000970     02 WRK-REF-DIA    PIC 9(2).
000980 77 WRK-ANO-FUNDACAO  PIC 9(04) VALUE 1990.
000990 77 WRK-DATA-CANDIDATA PIC 9(08) VALUE ZEROS.
001000 77 WRK-TEMPO-MESES   PIC 9(04) VALUE ZEROS.
001010 77 WRK-TEMPO         PIC 9(02) VALUE ZEROS.
001020 77 WRK-FAIXA-MERITO  PIC 9(02) VALUE ZEROS.
001030 77 WRK-PERCENTUAL-MERITO PIC 9(02)V99 VALUE ZEROS.
001040 77 WRK-AUMENTO       PIC 9(05)V99 VALUE ZEROS.
001050 77 WRK-NUM-PAGINA    PIC 9(04) VALUE ZEROS.
001060 77 WRK-DEPTO-ANTERIOR PIC X(04) VALUE SPACES.
001070 77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
001080 77 WRK-QTD-SIMULADOS PIC 9(06) VALUE ZEROS.
001090 77 WRK-DIFERENCA     PIC S9(09)V99 VALUE ZEROS.

001100     COPY TENBAND.

001110     COPY TENBAND REPLACING
001120         ==TENURE-BAND-TABLE==    BY ==CAND-BAND-TABLE==
001130         ==TENURE-BAND-CONTROLE== BY ==CAND-BAND-CONTROLE==
001140         LEADING ==TB== BY ==TC==.

001150*----------------------------------------------------------------
001160* ACUMULADORES DO DEPARTAMENTO E GERAIS: QUANTIDADE DE AFETADOS
001170* E CUSTO ANUALIZADO DOS AUMENTOS EM CADA CONJUNTO.
001180*----------------------------------------------------------------
001190 01 WRK-TOTAIS-DEPTO.
001200     05 WRK-DEP-QTD-ATUAL   PIC 9(06).
001210     05 WRK-DEP-CUSTO-ATUAL PIC 9(09)V99.
001220     05 WRK-DEP-QTD-CAND    PIC 9(06).
001230     05 WRK-DEP-CUSTO-CAND  PIC 9(09)V99.

001240 01 WRK-TOTAIS-GERAIS.
001250     05 WRK-TOT-QTD-ATUAL   PIC 9(06).
001260     05 WRK-TOT-CUSTO-ATUAL PIC 9(09)V99.
001270     05 WRK-TOT-QTD-CAND    PIC 9(06).
001280     05 WRK-TOT-CUSTO-CAND  PIC 9(09)V99.
001290     05 WRK-TOT-FOLHA-BASE  PIC 9(11)V99.

001300 01 WRK-SWITCHES.
001310     05 SW-FIM-ARQUIVO-EMP  PIC X(01) VALUE 'N'.
001320         88 FIM-ARQUIVO-EMP        VALUE 'S'.
001330     05 SW-FIM-ARQUIVO-TBP  PIC X(01) VALUE 'N'.
001340         88 FIM-ARQUIVO-TBP        VALUE 'S'.
001350     05 SW-FIM-ARQUIVO-SRT  PIC X(01) VALUE 'N'.
001360         88 FIM-ARQUIVO-SRT        VALUE 'S'.
001370     05 SW-PRIMEIRA-LINHA   PIC X(01) VALUE 'S'.
001380         88 PRIMEIRA-LINHA-RELATORIO VALUE 'S'.
001390     05 SW-ANO-VALIDO       PIC X(01) VALUE 'N'.
001400         88 ANO-ENTRADA-VALIDO     VALUE 'S'.
001410     05 SW-TABELA-VALIDA    PIC X(01) VALUE 'S'.
001420         88 TABELA-FAIXAS-VALIDA   VALUE 'S'.
001430     05 SW-FAIXA-ENCONTRADA PIC X(01) VALUE 'N'.
001440         88 FAIXA-MERITO-ENCONTRADA VALUE 'S'.

001450 01 WRK-STATUS-ARQUIVOS.
001460     05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001470     05 WRK-STATUS-TBP  PIC X(02) VALUE '00'.
001480     05 WRK-STATUS-SIM  PIC X(02) VALUE '00'.
001490     05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
001500     05 WRK-STATUS-PRT  PIC X(02) VALUE '00'.

001510 01 WRK-LINHA-CABECALHO.
001520     05 FILLER PIC X(29)
001530         VALUE 'SIMULACAO DE MERITO - FAIXAS '.
001540     05 FILLER PIC X(08) VALUE 'VIGENTE '.
001550     05 WRK-LC-VIGENTE  PIC 9(08).
001560     05 FILLER PIC X(12) VALUE ' CANDIDATO '.
001570     05 WRK-LC-CANDIDATO PIC 9(08).
001580     05 FILLER PIC X(07) VALUE ' - PAG.'.
001590     05 WRK-LC-PAGINA   PIC ZZZ9.
001600     05 FILLER PIC X(04) VALUE SPACES.

001610 01 WRK-LINHA-SUBTITULO.
001620     05 FILLER PIC X(32)
001630         VALUE 'TEMPO DE CASA APURADO EM: '.
001640     05 WRK-LS-REFERENCIA PIC 9(08).
001650     05 FILLER PIC X(14) VALUE ' EMITIDO EM: '.
001660     05 WRK-LS-DATA     PIC 9(08).
001670     05 FILLER PIC X(18) VALUE SPACES.

001680 01 WRK-LINHA-COLUNAS.
001690     05 FILLER PIC X(18) VALUE 'DEPTO NOME'.
001700     05 FILLER PIC X(20) VALUE ' QTD  CUSTO VIGENTE'.
001710     05 FILLER PIC X(19) VALUE '  QTD  CUSTO CAND.'.
001720     05 FILLER PIC X(23) VALUE '     DIFERENCA'.

001730 01 WRK-LINHA-DETALHE.
001740     05 WRK-LD-CODIGO   PIC X(04).
001750     05 FILLER          PIC X(01) VALUE SPACES.
001760     05 WRK-LD-NOME     PIC X(12).
001770     05 FILLER          PIC X(01) VALUE SPACES.
001780     05 WRK-LD-QTD-ATUAL PIC ZZ,ZZ9.
001790     05 FILLER          PIC X(01) VALUE SPACES.
001800     05 WRK-LD-CUSTO-ATUAL PIC Z,ZZZ,ZZ9.99.
001810     05 FILLER          PIC X(01) VALUE SPACES.
001820     05 WRK-LD-QTD-CAND PIC ZZ,ZZ9.
001830     05 FILLER          PIC X(01) VALUE SPACES.
001840     05 WRK-LD-CUSTO-CAND PIC Z,ZZZ,ZZ9.99.
001850     05 FILLER          PIC X(01) VALUE SPACES.
001860     05 WRK-LD-DIFERENCA PIC -Z,ZZZ,ZZ9.99.
001870     05 FILLER          PIC X(09) VALUE SPACES.

001880 01 WRK-LINHA-FOLHA.
001890     05 WRK-LF-ROTULO   PIC X(40).
001900     05 WRK-LF-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001910     05 FILLER          PIC X(23) VALUE SPACES.

001920 01 WRK-LINHA-AVISO.
001930     05 WRK-LA-TEXTO    PIC X(80).

001940 PROCEDURE DIVISION.
001950 0000-PRINCIPAL.
001960     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
001970     MOVE ZEROS TO WRK-TOTAIS-GERAIS.

001980     PERFORM 0300-LER-PARAMETRO.
001990     IF SW-TABELA-VALIDA = 'S'
002000         PERFORM 0310-CARREGAR-FAIXAS
002010     END-IF.

002020     IF SW-TABELA-VALIDA = 'S'
002030         OPEN OUTPUT PRINT-REPORT
002040         OPEN INPUT DEPT-MASTER
002050         IF WRK-STATUS-DEP NOT = '00'
002060             DISPLAY 'MERSIMUL - ERRO AO ABRIR DEPTMAST '
002070                 '- STATUS ' WRK-STATUS-DEP
002080         END-IF
002090         SORT SORT-WORK-FILE
002100             ON ASCENDING KEY SRT-DEPARTAMENTO SRT-EMP-ID
002110             INPUT PROCEDURE IS 0100-SELECIONAR-ATIVOS
002120             OUTPUT PROCEDURE IS 0200-PROCESSAR-ORDENADO
002130         CLOSE DEPT-MASTER
002140         CLOSE PRINT-REPORT
002150         DISPLAY 'MERSIMUL - FUNCIONARIOS SIMULADOS: '
002160             WRK-QTD-SIMULADOS
002170         DISPLAY 'MERSIMUL - AFETADOS VIGENTE/CANDIDATO: '
002180             WRK-TOT-QTD-ATUAL ' / ' WRK-TOT-QTD-CAND
002190     END-IF.

002200     STOP RUN.

002210*----------------------------------------------------------------
002220* 0100-SELECIONAR-ATIVOS - PROCEDIMENTO DE ENTRADA DO SORT:
002230*                VARRE O ARQUIVO MESTRE E LIBERA UM REGISTRO POR
002240*                FUNCIONARIO ATIVO COM OS AUMENTOS SIMULADOS NOS
002250*                DOIS CONJUNTOS DE FAIXAS.
002260*----------------------------------------------------------------
002270 0100-SELECIONAR-ATIVOS.
002280     OPEN INPUT EMPLOYEE-MASTER.
002290     IF WRK-STATUS-EMP NOT = '00'
002300         DISPLAY 'MERSIMUL - ERRO AO ABRIR EMPLOYEE-MASTER '
002310             '- STATUS ' WRK-STATUS-EMP
002320         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002330     END-IF.

002340     PERFORM 0110-LER-EMPREGADO
002350         UNTIL SW-FIM-ARQUIVO-EMP = 'S'.

002360     CLOSE EMPLOYEE-MASTER.

002370 0110-LER-EMPREGADO.
002380     READ EMPLOYEE-MASTER NEXT RECORD
002390         AT END
002400             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
002410         NOT AT END
002420             PERFORM 0120-AVALIAR-EMPREGADO
002430     END-READ.

002440*----------------------------------------------------------------
002450* 0120-AVALIAR-EMPREGADO - SO FUNCIONARIO ATIVO COM DATA DE
002460*                ADMISSAO VALIDA (MESMA CRITICA DO TCFORCST)
002470*                ENTRA NA SIMULACAO.
002480*----------------------------------------------------------------
002490 0120-AVALIAR-EMPREGADO.
002500     ADD 1 TO WRK-QTD-LIDOS.
002510     IF EMP-STATUS OF EMP-RECORD = 'A'
002520         PERFORM 0130-VALIDAR-DATA-ADMISSAO
002530         IF ANO-ENTRADA-VALIDO
002540             PERFORM 0140-CALCULAR-TEMPO
002550             PERFORM 0150-SIMULAR-CONJUNTOS
002560         END-IF
002570     END-IF.

002580*----------------------------------------------------------------
002590* 0130-VALIDAR-DATA-ADMISSAO - MESMA REGRA DO TEMPOCASA (ROTINA
002600*                0230-VALIDAR-DATA-ADMISSAO EM 01Alura/4.cob):
002610*                REJEITA DATA DE ADMISSAO FUTURA, ANTERIOR A
002620*                FUNDACAO DA EMPRESA OU FORA DO CALENDARIO.
002630*----------------------------------------------------------------
002640 0130-VALIDAR-DATA-ADMISSAO.
002650     MOVE 'N' TO SW-ANO-VALIDO.
002660     IF EMP-ADM-ANO OF EMP-RECORD NOT > WRK-ANO
002670         AND EMP-ADM-ANO OF EMP-RECORD NOT < WRK-ANO-FUNDACAO
002680         AND EMP-ADM-MES OF EMP-RECORD > 00
002690         AND EMP-ADM-MES OF EMP-RECORD < 13
002700         AND EMP-ADM-DIA OF EMP-RECORD > 00
002710         AND EMP-ADM-DIA OF EMP-RECORD < 32
002720         AND NOT (EMP-ADM-ANO OF EMP-RECORD = WRK-ANO
002730             AND EMP-ADM-MES OF EMP-RECORD > WRK-MES)
002740         MOVE 'S' TO SW-ANO-VALIDO
002750     END-IF.

002760*----------------------------------------------------------------
002770* 0140-CALCULAR-TEMPO - APURA OS ANOS DE CASA NO MES DA VIGENCIA
002780*                CANDIDATA, DESCONTANDO O AFASTAMENTO NAO
002790*                REMUNERADO (MESMO CALCULO DO TEMPOCASA). OS DOIS
002800*                CONJUNTOS SAO AVALIADOS NA MESMA DATA, PARA A
002810*                DIFERENCA VIR SO DA TROCA DE FAIXAS.
002820*----------------------------------------------------------------
002830 0140-CALCULAR-TEMPO.
002840     COMPUTE WRK-TEMPO-MESES =
002850         ((WRK-REF-ANO - EMP-ADM-ANO OF EMP-RECORD) * 12)
002860         + WRK-REF-MES - EMP-ADM-MES OF EMP-RECORD.
002870     IF EMP-MESES-AFASTADO OF EMP-RECORD < WRK-TEMPO-MESES
002880         SUBTRACT EMP-MESES-AFASTADO OF EMP-RECORD
002890             FROM WRK-TEMPO-MESES
002900     ELSE
002910         MOVE ZEROS TO WRK-TEMPO-MESES
002920     END-IF.
002930     DIVIDE WRK-TEMPO-MESES BY 12 GIVING WRK-TEMPO.

002940*----------------------------------------------------------------
002950* 0150-SIMULAR-CONJUNTOS - APLICA A REGRA DO 0250-CALCULAR-MERITO
002960*                DO TEMPOCASA EM CADA CONJUNTO: MAIOR FAIXA
002970*                ATINGIDA; SO HA AUMENTO QUANDO ELA E SUPERIOR A
002980*                ULTIMA JA EFETIVADA (EMP-FAIXA-MERITO).
002990*----------------------------------------------------------------
003000 0150-SIMULAR-CONJUNTOS.
003010     MOVE EMP-DEPARTAMENTO OF EMP-RECORD TO SRT-DEPARTAMENTO.
003020     MOVE EMP-ID OF EMP-RECORD           TO SRT-EMP-ID.
003030     MOVE EMP-SALARIO OF EMP-RECORD      TO SRT-SALARIO.

003040     MOVE 'N' TO SW-FAIXA-ENCONTRADA.
003050     MOVE ZEROS TO WRK-PERCENTUAL-MERITO.
003060     MOVE ZEROS TO WRK-FAIXA-MERITO.
003070     PERFORM 0151-PROCURAR-FAIXA-ATUAL
003080         VARYING TB-IDX FROM 4 BY -1
003090         UNTIL TB-IDX < 1
003100            OR SW-FAIXA-ENCONTRADA = 'S'.
003110     PERFORM 0155-CALCULAR-AUMENTO.
003120     MOVE SW-FAIXA-ENCONTRADA TO SRT-AFETADO-ATUAL.
003130     MOVE WRK-AUMENTO         TO SRT-AUMENTO-ATUAL.

003140     MOVE 'N' TO SW-FAIXA-ENCONTRADA.
003150     MOVE ZEROS TO WRK-PERCENTUAL-MERITO.
003160     MOVE ZEROS TO WRK-FAIXA-MERITO.
003170     PERFORM 0152-PROCURAR-FAIXA-CAND
003180         VARYING TC-IDX FROM 4 BY -1
003190         UNTIL TC-IDX < 1
003200            OR SW-FAIXA-ENCONTRADA = 'S'.
003210     PERFORM 0155-CALCULAR-AUMENTO.
003220     MOVE SW-FAIXA-ENCONTRADA TO SRT-AFETADO-CAND.
003230     MOVE WRK-AUMENTO         TO SRT-AUMENTO-CAND.

003240     RELEASE SORT-RECORD.
003250     ADD 1 TO WRK-QTD-SIMULADOS.

003260 0151-PROCURAR-FAIXA-ATUAL.
003270     IF WRK-TEMPO >= TB-YEARS (TB-IDX)
003280         MOVE TB-MERIT-PCT (TB-IDX) TO WRK-PERCENTUAL-MERITO
003290         MOVE TB-YEARS (TB-IDX)     TO WRK-FAIXA-MERITO
003300         MOVE 'S' TO SW-FAIXA-ENCONTRADA
003310     END-IF.

003320 0152-PROCURAR-FAIXA-CAND.
003330     IF WRK-TEMPO >= TC-YEARS (TC-IDX)
003340         MOVE TC-MERIT-PCT (TC-IDX) TO WRK-PERCENTUAL-MERITO
003350         MOVE TC-YEARS (TC-IDX)     TO WRK-FAIXA-MERITO
003360         MOVE 'S' TO SW-FAIXA-ENCONTRADA
003370     END-IF.

003380*----------------------------------------------------------------
003390* 0155-CALCULAR-AUMENTO - FAIXA JA EFETIVADA (OU INFERIOR) NAO
003400*                GERA AUMENTO E NAO CONTA COMO AFETADO.
003410*----------------------------------------------------------------
003420 0155-CALCULAR-AUMENTO.
003430     MOVE ZEROS TO WRK-AUMENTO.
003440     IF SW-FAIXA-ENCONTRADA = 'S'
003450         AND WRK-FAIXA-MERITO NOT > EMP-FAIXA-MERITO OF EMP-RECORD
003460         MOVE 'N' TO SW-FAIXA-ENCONTRADA
003470     END-IF.
003480     IF SW-FAIXA-ENCONTRADA = 'S'
003490         COMPUTE WRK-AUMENTO ROUNDED =
003500             EMP-SALARIO OF EMP-RECORD
003510             * WRK-PERCENTUAL-MERITO / 100
003520     END-IF.

003530*----------------------------------------------------------------
003540* 0200-PROCESSAR-ORDENADO - PROCEDIMENTO DE SAIDA DO SORT:
003550*                ACUMULA POR DEPARTAMENTO E IMPRIME UMA LINHA NA
003560*                QUEBRA, COM O TOTAL GERAL NO FIM.
003570*----------------------------------------------------------------
003580 0200-PROCESSAR-ORDENADO.
003590     PERFORM 0210-IMPRIMIR-CABECALHO.
003600     PERFORM 0220-LER-ORDENADO.
003610     PERFORM 0230-TRATAR-REGISTRO-ORDENADO
003620         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.

003630     IF SW-PRIMEIRA-LINHA NOT = 'S'
003640         PERFORM 0250-IMPRIMIR-DEPARTAMENTO
003650     ELSE
003660         MOVE 'NENHUM FUNCIONARIO ATIVO PARA SIMULAR'
003670             TO WRK-LA-TEXTO
003680         WRITE PRINT-LINE FROM WRK-LINHA-AVISO
003690     END-IF.
003700     PERFORM 0260-IMPRIMIR-TOTAL-GERAL.

003710 0220-LER-ORDENADO.
003720     RETURN SORT-WORK-FILE
003730         AT END
003740             MOVE 'S' TO SW-FIM-ARQUIVO-SRT
003750     END-RETURN.

003760 0230-TRATAR-REGISTRO-ORDENADO.
003770     EVALUATE TRUE
003780         WHEN SW-PRIMEIRA-LINHA = 'S'
003790             MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
003800             MOVE ZEROS TO WRK-TOTAIS-DEPTO
003810             MOVE 'N' TO SW-PRIMEIRA-LINHA
003820         WHEN SRT-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
003830             PERFORM 0250-IMPRIMIR-DEPARTAMENTO
003840             MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
003850             MOVE ZEROS TO WRK-TOTAIS-DEPTO
003860     END-EVALUATE.

003870     IF SRT-AFETADO-ATUAL = 'S'
003880         ADD 1 TO WRK-DEP-QTD-ATUAL
003890         COMPUTE WRK-DEP-CUSTO-ATUAL =
003900             WRK-DEP-CUSTO-ATUAL + SRT-AUMENTO-ATUAL * 12
003910     END-IF.
003920     IF SRT-AFETADO-CAND = 'S'
003930         ADD 1 TO WRK-DEP-QTD-CAND
003940         COMPUTE WRK-DEP-CUSTO-CAND =
003950             WRK-DEP-CUSTO-CAND + SRT-AUMENTO-CAND * 12
003960     END-IF.
003970     COMPUTE WRK-TOT-FOLHA-BASE =
003980         WRK-TOT-FOLHA-BASE + SRT-SALARIO * 12.

003990     PERFORM 0220-LER-ORDENADO.

004000 0210-IMPRIMIR-CABECALHO.
004010     ADD 1 TO WRK-NUM-PAGINA.
004020     MOVE TB-DATA-VIGENCIA   TO WRK-LC-VIGENTE.
004030     MOVE WRK-DATA-CANDIDATA TO WRK-LC-CANDIDATO.
004040     MOVE WRK-NUM-PAGINA     TO WRK-LC-PAGINA.
004050     WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO.
004060     MOVE WRK-DATA-REFERENCIA TO WRK-LS-REFERENCIA.
004070     MOVE WRK-DATAATUAL       TO WRK-LS-DATA.
004080     WRITE PRINT-LINE FROM WRK-LINHA-SUBTITULO.
004090     MOVE SPACES TO PRINT-LINE.
004100     WRITE PRINT-LINE.
004110     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS.

004120*----------------------------------------------------------------
004130* 0250-IMPRIMIR-DEPARTAMENTO - IMPRIME A LINHA DO DEPARTAMENTO
004140*                QUE FECHOU (NOME DO DEPTMAST, MESMO CRITERIO DO
004150*                TCDEPRPT) E SOMA AOS TOTAIS GERAIS.
004160*----------------------------------------------------------------
004170 0250-IMPRIMIR-DEPARTAMENTO.
004180     MOVE WRK-DEPTO-ANTERIOR TO DEP-CODIGO OF DEPT-RECORD.
004190     READ DEPT-MASTER
004200         INVALID KEY
004210             CONTINUE
004220     END-READ.
004230     MOVE WRK-DEPTO-ANTERIOR TO WRK-LD-CODIGO.
004240     IF WRK-STATUS-DEP = '00'
004250         MOVE DEP-NOME OF DEPT-RECORD TO WRK-LD-NOME
004260     ELSE
004270         MOVE 'NAO CADASTR.' TO WRK-LD-NOME
004280     END-IF.

004290     MOVE WRK-DEP-QTD-ATUAL   TO WRK-LD-QTD-ATUAL.
004300     MOVE WRK-DEP-CUSTO-ATUAL TO WRK-LD-CUSTO-ATUAL.
004310     MOVE WRK-DEP-QTD-CAND    TO WRK-LD-QTD-CAND.
004320     MOVE WRK-DEP-CUSTO-CAND  TO WRK-LD-CUSTO-CAND.
004330     COMPUTE WRK-DIFERENCA =
004340         WRK-DEP-CUSTO-CAND - WRK-DEP-CUSTO-ATUAL.
004350     MOVE WRK-DIFERENCA       TO WRK-LD-DIFERENCA.
004360     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

004370     ADD WRK-DEP-QTD-ATUAL   TO WRK-TOT-QTD-ATUAL.
004380     ADD WRK-DEP-CUSTO-ATUAL TO WRK-TOT-CUSTO-ATUAL.
004390     ADD WRK-DEP-QTD-CAND    TO WRK-TOT-QTD-CAND.
004400     ADD WRK-DEP-CUSTO-CAND  TO WRK-TOT-CUSTO-CAND.

004410*----------------------------------------------------------------
004420* 0260-IMPRIMIR-TOTAL-GERAL - TOTAL DE AFETADOS E DE CUSTO NOS
004430*                DOIS CONJUNTOS E A FOLHA ANUALIZADA DOS ATIVOS
004440*                SEM MERITO, COM O MERITO VIGENTE E COM O
004450*                CANDIDATO.
004460*----------------------------------------------------------------
004470 0260-IMPRIMIR-TOTAL-GERAL.
004480     MOVE SPACES TO PRINT-LINE.
004490     WRITE PRINT-LINE.
004500     MOVE SPACES              TO WRK-LD-CODIGO.
004510     MOVE 'TOTAL'             TO WRK-LD-NOME.
004520     MOVE WRK-TOT-QTD-ATUAL   TO WRK-LD-QTD-ATUAL.
004530     MOVE WRK-TOT-CUSTO-ATUAL TO WRK-LD-CUSTO-ATUAL.
004540     MOVE WRK-TOT-QTD-CAND    TO WRK-LD-QTD-CAND.
004550     MOVE WRK-TOT-CUSTO-CAND  TO WRK-LD-CUSTO-CAND.
004560     COMPUTE WRK-DIFERENCA =
004570         WRK-TOT-CUSTO-CAND - WRK-TOT-CUSTO-ATUAL.
004580     MOVE WRK-DIFERENCA       TO WRK-LD-DIFERENCA.
004590     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

004600     MOVE SPACES TO PRINT-LINE.
004610     WRITE PRINT-LINE.
004620     MOVE 'FOLHA ANUALIZADA DOS ATIVOS SEM MERITO'
004630         TO WRK-LF-ROTULO.
004640     MOVE WRK-TOT-FOLHA-BASE TO WRK-LF-VALOR.
004650     WRITE PRINT-LINE FROM WRK-LINHA-FOLHA.
004660     MOVE 'FOLHA ANUALIZADA COM FAIXAS VIGENTES'
004670         TO WRK-LF-ROTULO.
004680     COMPUTE WRK-LF-VALOR =
004690         WRK-TOT-FOLHA-BASE + WRK-TOT-CUSTO-ATUAL.
004700     WRITE PRINT-LINE FROM WRK-LINHA-FOLHA.
004710     MOVE 'FOLHA ANUALIZADA COM FAIXAS CANDIDATAS'
004720         TO WRK-LF-ROTULO.
004730     COMPUTE WRK-LF-VALOR =
004740         WRK-TOT-FOLHA-BASE + WRK-TOT-CUSTO-CAND.
004750     WRITE PRINT-LINE FROM WRK-LINHA-FOLHA.

004760*----------------------------------------------------------------
004770* 0300-LER-PARAMETRO - LE A DATA DE VIGENCIA DO CONJUNTO
004780*                CANDIDATO NO SIMPARM (REGISTRO UNICO, COMO O
004790*                LONPARM). O TEMPO DE CASA E APURADO NO MES
004800*                DESSA DATA.
004810*----------------------------------------------------------------
004820 0300-LER-PARAMETRO.
004830     OPEN INPUT SIMULATION-PARM-FILE.
004840     IF WRK-STATUS-SIM NOT = '00'
004850         DISPLAY 'MERSIMUL - ERRO AO ABRIR SIMULATION-PARM-FILE '
004860             '- STATUS ' WRK-STATUS-SIM
004870         MOVE 'N' TO SW-TABELA-VALIDA
004880     ELSE
004890         READ SIMULATION-PARM-FILE
004900             AT END
004910                 CONTINUE
004920             NOT AT END
004930                 IF SIM-DATA-CANDIDATA NUMERIC
004940                     MOVE SIM-DATA-CANDIDATA
004950                         TO WRK-DATA-CANDIDATA
004960                 END-IF
004970         END-READ
004980         CLOSE SIMULATION-PARM-FILE
004990     END-IF.

005000     IF SW-TABELA-VALIDA = 'S'
005010         AND WRK-DATA-CANDIDATA = ZEROS
005020         DISPLAY 'MERSIMUL - DATA CANDIDATA INVALIDA OU AUSENTE '
005030             'NO SIMPARM'
005040         MOVE 'N' TO SW-TABELA-VALIDA
005050     END-IF.
005060     MOVE WRK-DATA-CANDIDATA TO WRK-DATA-REFERENCIA.

005070*----------------------------------------------------------------
005080* 0310-CARREGAR-FAIXAS - CARREGA DO TBPARAM, NUMA SO LEITURA, O
005090*                CONJUNTO VIGENTE (MESMA CARGA DO TEMPOCASA,
005100*                ROTINA 0310-CARREGAR-FAIXAS EM 01Alura/4.cob) E
005110*                O CONJUNTO CANDIDATO (AS FAIXAS COM A DATA DE
005120*                VIGENCIA DO SIMPARM). QUALQUER DOS DOIS
005130*                ILEGIVEL, INCOMPLETO OU FORA DE ORDEM ENCERRA A
005140*                SIMULACAO.
005150*----------------------------------------------------------------
005160 0310-CARREGAR-FAIXAS.
005170     MOVE 'N'   TO SW-FIM-ARQUIVO-TBP.
005180     MOVE ZEROS TO TB-QTD-FAIXAS.
005190     MOVE ZEROS TO TB-DATA-VIGENCIA.
005200     MOVE ZEROS TO TC-QTD-FAIXAS.
005210     MOVE WRK-DATA-CANDIDATA TO TC-DATA-VIGENCIA.

005220     OPEN INPUT BAND-PARM-FILE.
005230     IF WRK-STATUS-TBP NOT = '00'
005240         DISPLAY 'MERSIMUL - ERRO AO ABRIR BAND-PARM-FILE '
005250             '- STATUS ' WRK-STATUS-TBP
005260         MOVE 'N' TO SW-TABELA-VALIDA
005270     ELSE
005280         PERFORM 0311-LER-FAIXA
005290             UNTIL SW-FIM-ARQUIVO-TBP = 'S'
005300         CLOSE BAND-PARM-FILE
005310     END-IF.

005320     IF SW-TABELA-VALIDA = 'S'
005330         AND TB-QTD-FAIXAS NOT = 4
005340         DISPLAY 'MERSIMUL - TABELA DE FAIXAS VIGENTE INVALIDA: '
005350             TB-QTD-FAIXAS ' FAIXAS (ESPERADAS 4)'
005360         MOVE 'N' TO SW-TABELA-VALIDA
005370     END-IF.

005380     IF SW-TABELA-VALIDA = 'S'
005390         AND TC-QTD-FAIXAS NOT = 4
005400         DISPLAY 'MERSIMUL - CONJUNTO CANDIDATO ' TC-DATA-VIGENCIA
005410             ' INVALIDO: ' TC-QTD-FAIXAS ' FAIXAS (ESPERADAS 4)'
005420         MOVE 'N' TO SW-TABELA-VALIDA
005430     END-IF.

005440     IF SW-TABELA-VALIDA = 'S'
005450         AND (TB-YEARS (1) NOT < TB-YEARS (2)
005460          OR  TB-YEARS (2) NOT < TB-YEARS (3)
005470          OR  TB-YEARS (3) NOT < TB-YEARS (4)
005480          OR  TC-YEARS (1) NOT < TC-YEARS (2)
005490          OR  TC-YEARS (2) NOT < TC-YEARS (3)
005500          OR  TC-YEARS (3) NOT < TC-YEARS (4))
005510         DISPLAY 'MERSIMUL - FAIXAS FORA DE ORDEM NO TBPARAM'
005520         MOVE 'N' TO SW-TABELA-VALIDA
005530     END-IF.

005540 0311-LER-FAIXA.
005550     READ BAND-PARM-FILE
005560         AT END
005570             MOVE 'S' TO SW-FIM-ARQUIVO-TBP
005580         NOT AT END
005590             PERFORM 0312-GUARDAR-FAIXA
005600     END-READ.

005610*----------------------------------------------------------------
005620* 0312-GUARDAR-FAIXA - GUARDA A FAIXA NO CONJUNTO VIGENTE (DATA
005630*                DE VIGENCIA MAIS RECENTE NAO FUTURA DESCARTA O
005640*                CONJUNTO ANTERIOR) E, SE A DATA FOR A DO
005650*                SIMPARM, TAMBEM NO CONJUNTO CANDIDATO. REGISTRO
005660*                NAO NUMERICO E IGNORADO COM AVISO.
005670*----------------------------------------------------------------
005680 0312-GUARDAR-FAIXA.
005690     IF TBP-DATA-VIGENCIA NOT NUMERIC
005700         OR TBP-YEARS NOT NUMERIC
005710         OR TBP-MERIT-PCT NOT NUMERIC
005720         DISPLAY 'MERSIMUL - REGISTRO INVALIDO NO TBPARAM '
005730             'IGNORADO'
005740     ELSE
005750         IF TBP-DATA-VIGENCIA NOT > WRK-DATAATUAL
005760             IF TBP-DATA-VIGENCIA > TB-DATA-VIGENCIA
005770                 MOVE TBP-DATA-VIGENCIA TO TB-DATA-VIGENCIA
005780                 MOVE ZEROS             TO TB-QTD-FAIXAS
005790             END-IF
005800             IF TBP-DATA-VIGENCIA = TB-DATA-VIGENCIA
005810                 AND TB-QTD-FAIXAS < 4
005820                 ADD 1 TO TB-QTD-FAIXAS
005830                 SET TB-IDX TO TB-QTD-FAIXAS
005840                 MOVE TBP-YEARS     TO TB-YEARS (TB-IDX)
005850                 MOVE TBP-MERIT-PCT TO TB-MERIT-PCT (TB-IDX)
005860             END-IF
005870         END-IF
005880         IF TBP-DATA-VIGENCIA = TC-DATA-VIGENCIA
005890             AND TC-QTD-FAIXAS < 4
005900             ADD 1 TO TC-QTD-FAIXAS
005910             SET TC-IDX TO TC-QTD-FAIXAS
005920             MOVE TBP-YEARS     TO TC-YEARS (TC-IDX)
005930             MOVE TBP-MERIT-PCT TO TC-MERIT-PCT (TC-IDX)
005940         END-IF
005950     END-IF.
