000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FERVENC.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. RELATORIO DE FERIAS
000130*                   VENCIDAS POR DEPARTAMENTO: LE O MESTRE DE
000140*                   FERIAS (FERMAST), SELECIONA OS PERIODOS JA
000150*                   ADQUIRIDOS COM SALDO A GOZAR CUJA DATA
000160*                   LIMITE DE CONCESSAO JA PASSOU (FERIAS EM
000170*                   DOBRA) OU VENCE NOS PROXIMOS MESES DE
000180*                   ALERTA (WRK-MESES-ALERTA), ORDENA POR
000190*                   DEPARTAMENTO E DATA LIMITE E IMPRIME UMA
000200*                   PAGINA POR DEPARTAMENTO (NOME E CENTRO DE
000210*                   CUSTO DO DEPTMAST), NO MESMO MOLDE DO
000220*                   TCDEPRPT, COM SUBTOTAL DE DIAS POR
000230*                   DEPARTAMENTO E TOTAL GERAL.
000240*----------------------------------------------------------------

000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.

000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VACATION-MASTER
000320         ASSIGN TO FERMAST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS FER-CHAVE OF VACATION-RECORD
000360         FILE STATUS IS WRK-STATUS-FER.

000370     SELECT EMPLOYEE-MASTER
000380         ASSIGN TO EMPMAST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS EMP-ID OF EMP-RECORD
000420         FILE STATUS IS WRK-STATUS-EMP.

000430     SELECT SORT-WORK-FILE
000440         ASSIGN TO SORTWK1.

000450     SELECT DEPT-MASTER
000460         ASSIGN TO DEPTMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000500         FILE STATUS IS WRK-STATUS-DEP.

000510     SELECT PRINT-REPORT
000520         ASSIGN TO FERVRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-STATUS-PRT.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  VACATION-MASTER
000580     LABEL RECORDS ARE STANDARD.
000590     COPY FERREC.

000600 FD  EMPLOYEE-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY EMPMAST.

000630 SD  SORT-WORK-FILE.
000640 01  SORT-RECORD.
000650     05  SRT-DEPARTAMENTO   PIC X(04).
000660     05  SRT-DATA-LIMITE    PIC 9(08).
000670     05  SRT-EMP-ID         PIC 9(06).
000680     05  SRT-NOME           PIC X(10).
000690     05  SRT-INICIO         PIC 9(08).
000700     05  SRT-GOZADOS        PIC 9(02).
000710     05  SRT-SALDO          PIC 9(02).

000720 FD  DEPT-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DEPTMAST.

000750 FD  PRINT-REPORT
000760     LABEL RECORDS ARE STANDARD.
000770 01  PRINT-LINE             PIC X(80).

000780 WORKING-STORAGE SECTION.
000790     01 WRK-DATAATUAL.
000800         02 WRK-ANO    PIC 9(4).
000810         02 WRK-MES    PIC 9(2).
000820         02 WRK-DIA    PIC 9(2).
000830     01 WRK-DATA-HOJE REDEFINES WRK-DATAATUAL PIC 9(08).
000840     01 WRK-DATA-CORTE.
000850         02 WRK-CORTE-ANO PIC 9(4).
000860         02 WRK-CORTE-MES PIC 9(2).
000870         02 WRK-CORTE-DIA PIC 9(2).
000880     01 WRK-DATA-CORTE-N REDEFINES WRK-DATA-CORTE PIC 9(08).
000890     77 WRK-MESES-ALERTA       PIC 9(02) VALUE 2.
000900     77 WRK-MESES-TOTAL        PIC 9(03) VALUE ZEROS.
000910     77 WRK-NUM-PAGINA         PIC 9(04) VALUE ZEROS.
000920     77 WRK-DEPTO-ANTERIOR     PIC X(04) VALUE SPACES.
000930     77 WRK-SUBTOTAL-DIAS      PIC 9(07) VALUE ZEROS.
000940     77 WRK-TOTAL-DIAS         PIC 9(07) VALUE ZEROS.
000950     77 WRK-QTD-PERIODOS       PIC 9(06) VALUE ZEROS.
000960     77 WRK-QTD-DOBRA          PIC 9(06) VALUE ZEROS.

000970     01 WRK-SWITCHES.
000980         05 SW-FIM-ARQUIVO-FER  PIC X(01) VALUE 'N'.
000990             88 FIM-ARQUIVO-FER        VALUE 'S'.
001000         05 SW-FIM-ARQUIVO-SRT  PIC X(01) VALUE 'N'.
001010             88 FIM-ARQUIVO-SRT        VALUE 'S'.
001020         05 SW-PRIMEIRA-LINHA   PIC X(01) VALUE 'S'.
001030             88 PRIMEIRA-LINHA-RELATORIO VALUE 'S'.

001040     01 WRK-STATUS-ARQUIVOS.
001050         05 WRK-STATUS-FER  PIC X(02) VALUE '00'.
001060         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001070         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
001080         05 WRK-STATUS-PRT  PIC X(02) VALUE '00'.

001090     01 WRK-LINHA-CABECALHO.
001100         05 FILLER PIC X(30)
001110             VALUE 'FERIAS VENCIDAS - CORTE EM '.
001120         05 WRK-LC-CORTE   PIC 9(08).
001130         05 FILLER PIC X(07) VALUE ' - PAG.'.
001140         05 WRK-LC-PAGINA  PIC ZZZ9.
001150         05 FILLER PIC X(31) VALUE SPACES.

001160     01 WRK-LINHA-DEPTO.
001170         05 FILLER PIC X(14) VALUE 'DEPARTAMENTO: '.
001180         05 WRK-LP-CODIGO  PIC X(04).
001190         05 FILLER PIC X(03) VALUE ' - '.
001200         05 WRK-LP-NOME    PIC X(20).
001210         05 FILLER PIC X(05) VALUE ' CC: '.
001220         05 WRK-LP-CENTRO-CUSTO PIC X(06).
001230         05 FILLER PIC X(28) VALUE SPACES.

001240     01 WRK-LINHA-COLUNAS.
001250         05 FILLER PIC X(10) VALUE 'MATRICULA'.
001260         05 FILLER PIC X(12) VALUE 'NOME'.
001270         05 FILLER PIC X(10) VALUE 'INICIO'.
001280         05 FILLER PIC X(10) VALUE 'LIMITE'.
001290         05 FILLER PIC X(08) VALUE 'GOZADOS'.
001300         05 FILLER PIC X(08) VALUE 'SALDO'.
001310         05 FILLER PIC X(22) VALUE 'SITUACAO'.

001320     01 WRK-LINHA-DETALHE.
001330         05 WRK-LD-EMP-ID   PIC ZZZZZ9.
001340         05 FILLER          PIC X(04) VALUE SPACES.
001350         05 WRK-LD-NOME     PIC X(10).
001360         05 FILLER          PIC X(02) VALUE SPACES.
001370         05 WRK-LD-INICIO   PIC 9(08).
001380         05 FILLER          PIC X(02) VALUE SPACES.
001390         05 WRK-LD-LIMITE   PIC 9(08).
001400         05 FILLER          PIC X(04) VALUE SPACES.
001410         05 WRK-LD-GOZADOS  PIC Z9.
001420         05 FILLER          PIC X(06) VALUE SPACES.
001430         05 WRK-LD-SALDO    PIC Z9.
001440         05 FILLER          PIC X(04) VALUE SPACES.
001450         05 WRK-LD-SITUACAO PIC X(08).
001460         05 FILLER          PIC X(14) VALUE SPACES.

001470     01 WRK-LINHA-SUBTOTAL.
001480         05 FILLER            PIC X(14) VALUE 'SUBTOTAL DEPTO'.
001490         05 FILLER            PIC X(01) VALUE SPACES.
001500         05 WRK-LS-CODIGO     PIC X(04).
001510         05 FILLER            PIC X(23) VALUE
001520             ' - DIAS A CONCEDER:'.
001530         05 WRK-LS-DIAS       PIC Z,ZZZ,ZZ9.
001540         05 FILLER            PIC X(29) VALUE SPACES.

001550     01 WRK-LINHA-TOTAL-GERAL.
001560         05 FILLER            PIC X(12) VALUE 'TOTAL GERAL'.
001570         05 FILLER            PIC X(30) VALUE
001580             '   - DIAS A CONCEDER:'.
001590         05 WRK-LT-DIAS       PIC Z,ZZZ,ZZ9.
001600         05 FILLER            PIC X(29) VALUE SPACES.

001610 PROCEDURE DIVISION.
001620 0000-PRINCIPAL.
001630     PERFORM 0100-INICIAR.

001640     SORT SORT-WORK-FILE
001650         ON ASCENDING KEY SRT-DEPARTAMENTO SRT-DATA-LIMITE
001660                          SRT-EMP-ID
001670         INPUT PROCEDURE IS 0390-SELECIONAR-REGISTROS
001680         OUTPUT PROCEDURE IS 0400-PROCESSAR-ORDENADO.

001690     PERFORM 0300-FINALIZAR.

001700     STOP RUN.

001710*----------------------------------------------------------------
001720* 0100-INICIAR - ABRE O RELATORIO E O DEPTMAST E CALCULA A DATA
001730*                DE CORTE: HOJE MAIS OS MESES DE ALERTA. O DIA
001740*                NAO PRECISA SER AJUSTADO AO FIM DO MES PORQUE A
001750*                DATA SO E USADA EM COMPARACAO.
001760*----------------------------------------------------------------
001770 0100-INICIAR.
001780     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.

001790     COMPUTE WRK-MESES-TOTAL = WRK-MES - 1 + WRK-MESES-ALERTA.
001800     DIVIDE WRK-MESES-TOTAL BY 12
001810         GIVING WRK-CORTE-ANO
001820         REMAINDER WRK-CORTE-MES.
001830     ADD WRK-ANO TO WRK-CORTE-ANO.
001840     ADD 1 TO WRK-CORTE-MES.
001850     MOVE WRK-DIA TO WRK-CORTE-DIA.

001860     OPEN OUTPUT PRINT-REPORT.
001870     OPEN INPUT DEPT-MASTER.
001880     IF WRK-STATUS-DEP NOT = '00'
001890         DISPLAY 'FERVENC - ERRO AO ABRIR DEPTMAST - STATUS '
001900             WRK-STATUS-DEP
001910     END-IF.

001920*----------------------------------------------------------------
001930* 0390-SELECIONAR-REGISTROS - PROCEDIMENTO DE ENTRADA DO SORT: LE
001940*                O MESTRE DE FERIAS E LIBERA OS PERIODOS
001950*                VENCIDOS COM SALDO E LIMITE ATE A DATA DE CORTE,
001960*                DE FUNCIONARIOS NAO DESLIGADOS.
001970*----------------------------------------------------------------
001980 0390-SELECIONAR-REGISTROS.
001990     OPEN INPUT VACATION-MASTER.
002000     IF WRK-STATUS-FER NOT = '00'
002010         DISPLAY 'FERVENC - ERRO AO ABRIR FERMAST - STATUS '
002020             WRK-STATUS-FER
002030         MOVE 'S' TO SW-FIM-ARQUIVO-FER
002040     END-IF.

002050     OPEN INPUT EMPLOYEE-MASTER.
002060     IF WRK-STATUS-EMP NOT = '00'
002070         DISPLAY 'FERVENC - ERRO AO ABRIR EMPMAST - STATUS '
002080             WRK-STATUS-EMP
002090         MOVE 'S' TO SW-FIM-ARQUIVO-FER
002100     END-IF.

002110     PERFORM 0391-LER-FERIAS
002120         UNTIL SW-FIM-ARQUIVO-FER = 'S'.

002130     CLOSE VACATION-MASTER
002140           EMPLOYEE-MASTER.

002150 0391-LER-FERIAS.
002160     READ VACATION-MASTER NEXT RECORD
002170         AT END
002180             MOVE 'S' TO SW-FIM-ARQUIVO-FER
002190         NOT AT END
002200             PERFORM 0392-TRATAR-PERIODO
002210     END-READ.

002220 0392-TRATAR-PERIODO.
002230     IF FER-VENCIDAS
002240        AND FER-DIAS-GOZADOS < FER-DIAS-DIREITO
002250        AND FER-DATA-LIMITE NOT > WRK-DATA-CORTE-N
002260         MOVE FER-EMP-ID TO EMP-ID OF EMP-RECORD
002270         READ EMPLOYEE-MASTER
002280             INVALID KEY
002290                 MOVE 'NAO CADAST' TO EMP-NOME
002300                 MOVE SPACES TO EMP-DEPARTAMENTO
002310                 MOVE 'A' TO EMP-STATUS
002320         END-READ
002330         IF NOT EMP-DESLIGADO
002340             MOVE EMP-DEPARTAMENTO TO SRT-DEPARTAMENTO
002350             MOVE FER-DATA-LIMITE  TO SRT-DATA-LIMITE
002360             MOVE FER-EMP-ID       TO SRT-EMP-ID
002370             MOVE EMP-NOME         TO SRT-NOME
002380             MOVE FER-INICIO-AQUISITIVO TO SRT-INICIO
002390             MOVE FER-DIAS-GOZADOS TO SRT-GOZADOS
002400             COMPUTE SRT-SALDO =
002410                 FER-DIAS-DIREITO - FER-DIAS-GOZADOS
002420             RELEASE SORT-RECORD
002430         END-IF
002440     END-IF.

002450*----------------------------------------------------------------
002460* 0400-PROCESSAR-ORDENADO - PROCEDIMENTO DE SAIDA DO SORT: LE OS
002470*                PERIODOS ORDENADOS POR DEPARTAMENTO E DATA
002480*                LIMITE E CONDUZ A IMPRESSAO COM QUEBRA POR
002490*                DEPARTAMENTO.
002500*----------------------------------------------------------------
002510 0400-PROCESSAR-ORDENADO.
002520     PERFORM 0410-IMPRIMIR-CABECALHO.
002530     PERFORM 0420-LER-ORDENADO.
002540     PERFORM 0430-TRATAR-REGISTRO-ORDENADO
002550         UNTIL SW-FIM-ARQUIVO-SRT = 'S'.

002560     IF SW-PRIMEIRA-LINHA NOT = 'S'
002570         PERFORM 0440-IMPRIMIR-SUBTOTAL-DEPTO
002580     END-IF.
002590     PERFORM 0450-IMPRIMIR-TOTAL-GERAL.

002600 0420-LER-ORDENADO.
002610     RETURN SORT-WORK-FILE
002620         AT END
002630             MOVE 'S' TO SW-FIM-ARQUIVO-SRT
002640     END-RETURN.

002650*----------------------------------------------------------------
002660* 0430-TRATAR-REGISTRO-ORDENADO - IMPRIME UM PERIODO: QUEBRA DE
002670*                PAGINA E SUBTOTAL QUANDO O DEPARTAMENTO MUDA.
002680*                LIMITE JA PASSADO SAI COMO EM DOBRA.
002690*----------------------------------------------------------------
002700 0430-TRATAR-REGISTRO-ORDENADO.
002710     EVALUATE TRUE
002720         WHEN SW-PRIMEIRA-LINHA = 'S'
002730             MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
002740             PERFORM 0441-IMPRIMIR-DEPARTAMENTO
002750             MOVE 'N' TO SW-PRIMEIRA-LINHA
002760         WHEN SRT-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
002770             PERFORM 0440-IMPRIMIR-SUBTOTAL-DEPTO
002780             PERFORM 0410-IMPRIMIR-CABECALHO
002790             MOVE SRT-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
002800             PERFORM 0441-IMPRIMIR-DEPARTAMENTO
002810     END-EVALUATE.

002820     PERFORM 0432-IMPRIMIR-DETALHE.

002830     ADD SRT-SALDO TO WRK-SUBTOTAL-DIAS.
002840     ADD SRT-SALDO TO WRK-TOTAL-DIAS.
002850     ADD 1 TO WRK-QTD-PERIODOS.

002860     PERFORM 0420-LER-ORDENADO.

002870 0410-IMPRIMIR-CABECALHO.
002880     ADD 1 TO WRK-NUM-PAGINA.
002890     MOVE WRK-NUM-PAGINA    TO WRK-LC-PAGINA.
002900     MOVE WRK-DATA-CORTE-N  TO WRK-LC-CORTE.
002910     WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO.
002920     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS.
002930     MOVE ZEROS TO WRK-SUBTOTAL-DIAS.

002940*----------------------------------------------------------------
002950* 0441-IMPRIMIR-DEPARTAMENTO - BUSCA NOME E CENTRO DE CUSTO DO
002960*                DEPARTAMENTO NO DEPTMAST E IMPRIME A LINHA DE
002970*                IDENTIFICACAO DO DEPARTAMENTO.
002980*----------------------------------------------------------------
002990 0441-IMPRIMIR-DEPARTAMENTO.
003000     MOVE SRT-DEPARTAMENTO TO DEP-CODIGO OF DEPT-RECORD.
003010     READ DEPT-MASTER
003020         INVALID KEY
003030             CONTINUE
003040     END-READ.
003050     MOVE SRT-DEPARTAMENTO TO WRK-LP-CODIGO.
003060     IF WRK-STATUS-DEP = '00'
003070         MOVE DEP-NOME OF DEPT-RECORD TO WRK-LP-NOME
003080         MOVE DEP-CENTRO-CUSTO OF DEPT-RECORD
003090             TO WRK-LP-CENTRO-CUSTO
003100     ELSE
003110         MOVE 'NAO CADASTRADO'  TO WRK-LP-NOME
003120         MOVE SPACES            TO WRK-LP-CENTRO-CUSTO
003130     END-IF.
003140     WRITE PRINT-LINE FROM WRK-LINHA-DEPTO.

003150 0432-IMPRIMIR-DETALHE.
003160     MOVE SRT-EMP-ID      TO WRK-LD-EMP-ID.
003170     MOVE SRT-NOME        TO WRK-LD-NOME.
003180     MOVE SRT-INICIO      TO WRK-LD-INICIO.
003190     MOVE SRT-DATA-LIMITE TO WRK-LD-LIMITE.
003200     MOVE SRT-GOZADOS     TO WRK-LD-GOZADOS.
003210     MOVE SRT-SALDO       TO WRK-LD-SALDO.
003220     IF SRT-DATA-LIMITE < WRK-DATA-HOJE
003230         MOVE 'EM DOBRA' TO WRK-LD-SITUACAO
003240         ADD 1 TO WRK-QTD-DOBRA
003250     ELSE
003260         MOVE 'A VENCER' TO WRK-LD-SITUACAO
003270     END-IF.
003280     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

003290 0440-IMPRIMIR-SUBTOTAL-DEPTO.
003300     MOVE WRK-DEPTO-ANTERIOR TO WRK-LS-CODIGO.
003310     MOVE WRK-SUBTOTAL-DIAS  TO WRK-LS-DIAS.
003320     WRITE PRINT-LINE FROM WRK-LINHA-SUBTOTAL.
003330     MOVE ZEROS TO WRK-SUBTOTAL-DIAS.

003340 0450-IMPRIMIR-TOTAL-GERAL.
003350     MOVE WRK-TOTAL-DIAS TO WRK-LT-DIAS.
003360     WRITE PRINT-LINE FROM WRK-LINHA-TOTAL-GERAL.

003370*----------------------------------------------------------------
003380* 0300-FINALIZAR - FECHA OS ARQUIVOS E INFORMA O RESUMO DO LOTE.
003390*----------------------------------------------------------------
003400 0300-FINALIZAR.
003410     CLOSE DEPT-MASTER
003420           PRINT-REPORT.

003430     DISPLAY '----------------------------------------'.
003440     DISPLAY 'FERVENC - RELATORIO DE FERIAS VENCIDAS'.
003450     DISPLAY 'PERIODOS NO RELATORIO : ' WRK-QTD-PERIODOS.
003460     DISPLAY 'PERIODOS EM DOBRA     : ' WRK-QTD-DOBRA.
