000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FERMNT.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. LANCAMENTO DOS DIAS DE
000130*                   FERIAS GOZADOS NO MESTRE DE FERIAS (FERMAST),
000140*                   NO MESMO PADRAO DO EMPMAINT E DO LOANMNT:
000150*                   MOVIMENTO DE GOZO ('G') ABATE OS DIAS DO
000160*                   SALDO DO PERIODO AQUISITIVO E MOVIMENTO DE
000170*                   ESTORNO ('E') DEVOLVE DIAS LANCADOS POR
000180*                   ENGANO. SO PERIODO JA ADQUIRIDO (VENCIDAS)
000190*                   ACEITA GOZO, COM PELO MENOS 5 DIAS CORRIDOS
000200*                   POR LANCAMENTO E SEM PASSAR OS 30 DIAS DE
000210*                   DIREITO; O SALDO TODO GOZADO QUITA O
000220*                   PERIODO. MOVIMENTO RECUSADO VAI PARA O
000230*                   RELATORIO DE REJEICOES (FERREJ) E CADA
000240*                   LANCAMENTO APLICADO GRAVA A IMAGEM ANTES/
000250*                   DEPOIS NA TRILHA DE AUDITORIA DE FERIAS
000260*                   (FERAUDIT, MESMO LAYOUT DO MNTAUDIT).
000270*----------------------------------------------------------------

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT VACATION-MASTER
000350         ASSIGN TO FERMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS FER-CHAVE OF VACATION-RECORD
000390         FILE STATUS IS WRK-STATUS-FER.

000400     SELECT EMPLOYEE-MASTER
000410         ASSIGN TO EMPMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS EMP-ID OF EMP-RECORD
000450         FILE STATUS IS WRK-STATUS-EMP.

000460     SELECT VACATION-TRANS-FILE
000470         ASSIGN TO FERTRAN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-STATUS-TRN.

000500     SELECT VACATION-REJECT-REPORT
000510         ASSIGN TO FERREJ
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-STATUS-REJ.

000540     SELECT VACATION-AUDIT-LOG
000550         ASSIGN TO FERAUDIT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-STATUS-AUD.

000580     SELECT RUN-CONTROL-FILE
000590         ASSIGN TO RUNCTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-STATUS-RUN.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  VACATION-MASTER
000650     LABEL RECORDS ARE STANDARD.
000660     COPY FERREC.

000670 FD  EMPLOYEE-MASTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY EMPMAST.

000700 FD  VACATION-TRANS-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FTRNREC.

000730 FD  VACATION-REJECT-REPORT
000740     LABEL RECORDS ARE STANDARD.
000750     COPY MREJREC.

000760 FD  VACATION-AUDIT-LOG
000770     LABEL RECORDS ARE STANDARD.
000780     COPY MNTAUD.

000790 FD  RUN-CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY RUNREC.

000820 WORKING-STORAGE SECTION.
000830     01 WRK-DATAATUAL.
000840         02 WRK-ANO    PIC 9(4).
000850         02 WRK-MES    PIC 9(2).
000860         02 WRK-DIA    PIC 9(2).
000870     77 WRK-HORAATUAL     PIC 9(08).
000880     77 WRK-MOTIVO-REJEICAO PIC X(40) VALUE SPACES.
000890     77 WRK-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
000900     77 WRK-QTD-GOZOS       PIC 9(06) VALUE ZEROS.
000910     77 WRK-QTD-ESTORNOS    PIC 9(06) VALUE ZEROS.
000920     77 WRK-QTD-QUITADOS    PIC 9(06) VALUE ZEROS.
000930     77 WRK-QTD-REJEICOES   PIC 9(06) VALUE ZEROS.
000940     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

000950     01 WRK-SWITCHES.
000960         05 SW-FIM-ARQUIVO-TRN  PIC X(01) VALUE 'N'.
000970             88 FIM-ARQUIVO-TRN        VALUE 'S'.
000980         05 SW-MOVIMENTO-VALIDO PIC X(01) VALUE 'N'.
000990             88 MOVIMENTO-VALIDO       VALUE 'S'.
001000         05 SW-PERIODO-ACHADO   PIC X(01) VALUE 'N'.
001010             88 PERIODO-ENCONTRADO     VALUE 'S'.
001020         05 SW-EMP-ENCONTRADO   PIC X(01) VALUE 'N'.
001030             88 EMPREGADO-ENCONTRADO   VALUE 'S'.
001040         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
001050             88 RUNCTL-ABERTO          VALUE 'S'.

001060     01 WRK-STATUS-ARQUIVOS.
001070         05 WRK-STATUS-FER  PIC X(02) VALUE '00'.
001080         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001090         05 WRK-STATUS-TRN  PIC X(02) VALUE '00'.
001100         05 WRK-STATUS-REJ  PIC X(02) VALUE '00'.
001110         05 WRK-STATUS-AUD  PIC X(02) VALUE '00'.
001120         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001130 PROCEDURE DIVISION.
001140 0000-PRINCIPAL.
001150     PERFORM 0100-INICIAR.
001160     IF SW-FIM-ARQUIVO-TRN = 'S'
001170         MOVE 'A' TO WRK-RESULTADO-EXECUCAO
001180     END-IF.
001190     PERFORM 0200-PROCESSAR.
001200     PERFORM 0300-FINALIZAR.

001210     STOP RUN.

001220*----------------------------------------------------------------
001230* 0100-INICIAR - ABRE O MOVIMENTO, OS MESTRES E OS ARQUIVOS DE
001240*                REJEICAO E AUDITORIA. UM MESTRE DE FERIAS AINDA
001250*                INEXISTENTE (STATUS 35) E CRIADO VAZIO.
001260*----------------------------------------------------------------
001270 0100-INICIAR.
001280     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
001290     ACCEPT WRK-HORAATUAL FROM TIME.

001300     PERFORM 0280-GRAVAR-RUNCTL-INICIO.

001310     OPEN I-O VACATION-MASTER.
001320     IF WRK-STATUS-FER = '35'
001330         OPEN OUTPUT VACATION-MASTER
001340         CLOSE VACATION-MASTER
001350         OPEN I-O VACATION-MASTER
001360     END-IF.
001370     IF WRK-STATUS-FER NOT = '00'
001380         DISPLAY 'FERMNT - ERRO AO ABRIR VACATION-MASTER '
001390             '- STATUS ' WRK-STATUS-FER
001400         MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001410     END-IF.

001420     OPEN INPUT EMPLOYEE-MASTER.
001430     IF WRK-STATUS-EMP NOT = '00'
001440         DISPLAY 'FERMNT - ERRO AO ABRIR EMPLOYEE-MASTER '
001450             '- STATUS ' WRK-STATUS-EMP
001460         MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001470     END-IF.

001480     OPEN INPUT VACATION-TRANS-FILE.
001490     IF WRK-STATUS-TRN NOT = '00'
001500         DISPLAY 'FERMNT - ERRO AO ABRIR VACATION-TRANS-FILE '
001510             '- STATUS ' WRK-STATUS-TRN
001520         MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001530     END-IF.

001540     OPEN OUTPUT VACATION-REJECT-REPORT.
001550     IF WRK-STATUS-REJ NOT = '00'
001560         DISPLAY 'FERMNT - ERRO AO ABRIR VACATION-REJECT-REPORT '
001570             '- STATUS ' WRK-STATUS-REJ
001580         MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001590     END-IF.

001600     OPEN EXTEND VACATION-AUDIT-LOG.
001610     IF WRK-STATUS-AUD NOT = '00'
001620         DISPLAY 'FERMNT - ERRO AO ABRIR VACATION-AUDIT-LOG '
001630             '- STATUS ' WRK-STATUS-AUD
001640         MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001650     END-IF.

001660*----------------------------------------------------------------
001670* 0200-PROCESSAR - LACO PRINCIPAL: TRATA TODOS OS MOVIMENTOS DO
001680*                ARQUIVO DE MOVIMENTO DE FERIAS.
001690*----------------------------------------------------------------
001700 0200-PROCESSAR.
001710     IF SW-FIM-ARQUIVO-TRN NOT = 'S'
001720         PERFORM 0210-LER-MOVIMENTO
001730         PERFORM 0220-TRATAR-MOVIMENTO
001740             UNTIL SW-FIM-ARQUIVO-TRN = 'S'
001750     END-IF.

001760 0210-LER-MOVIMENTO.
001770     READ VACATION-TRANS-FILE
001780         AT END
001790             MOVE 'S' TO SW-FIM-ARQUIVO-TRN
001800     END-READ.

001810*----------------------------------------------------------------
001820* 0220-TRATAR-MOVIMENTO - VALIDA UM MOVIMENTO E O APLICA NO
001830*                MESTRE DE FERIAS CONFORME A ACAO, OU O REJEITA
001840*                NO RELATORIO DE REJEICOES.
001850*----------------------------------------------------------------
001860 0220-TRATAR-MOVIMENTO.
001870     ADD 1 TO WRK-QTD-LIDOS.
001880     PERFORM 0230-VALIDAR-MOVIMENTO.

001890     IF SW-MOVIMENTO-VALIDO = 'S'
001900         EVALUATE TRUE
001910             WHEN FTR-GOZO
001920                 PERFORM 0240-LANCAR-GOZO
001930             WHEN FTR-ESTORNO
001940                 PERFORM 0250-ESTORNAR-GOZO
001950         END-EVALUATE
001960     ELSE
001970         PERFORM 0235-GRAVAR-REJEICAO
001980     END-IF.

001990     PERFORM 0210-LER-MOVIMENTO.

002000*----------------------------------------------------------------
002010* 0230-VALIDAR-MOVIMENTO - CRITICA OS CAMPOS DO MOVIMENTO E O
002020*                PERIODO AQUISITIVO NO MESTRE DE FERIAS. O GOZO
002030*                EXIGE FUNCIONARIO CADASTRADO E NAO DESLIGADO,
002040*                PERIODO JA ADQUIRIDO, INICIO DO GOZO A PARTIR DO
002050*                FIM DO PERIODO AQUISITIVO, PELO MENOS 5 DIAS E
002060*                SALDO SUFICIENTE; O ESTORNO NAO PODE DEVOLVER
002070*                MAIS DIAS DO QUE OS JA GOZADOS.
002080*----------------------------------------------------------------
002090 0230-VALIDAR-MOVIMENTO.
002100     MOVE 'N'    TO SW-MOVIMENTO-VALIDO.
002110     MOVE SPACES TO WRK-MOTIVO-REJEICAO.

002120     EVALUATE TRUE
002130         WHEN FTR-ACAO NOT = 'G' AND 'E'
002140             MOVE 'CODIGO DE ACAO INVALIDO'
002150                 TO WRK-MOTIVO-REJEICAO
002160         WHEN FTR-EMP-ID NOT NUMERIC
002170             MOVE 'MATRICULA NAO NUMERICA'
002180                 TO WRK-MOTIVO-REJEICAO
002190         WHEN FTR-EMP-ID = ZEROS
002200             MOVE 'MATRICULA ZERADA'
002210                 TO WRK-MOTIVO-REJEICAO
002220         WHEN FTR-INICIO-AQUISITIVO NOT NUMERIC
002230           OR FTR-INICIO-AQUISITIVO = ZEROS
002240             MOVE 'INICIO DO PERIODO AQUISITIVO INVALIDO'
002250                 TO WRK-MOTIVO-REJEICAO
002260         WHEN FTR-DIAS NOT NUMERIC
002270           OR FTR-DIAS = ZEROS
002280             MOVE 'QUANTIDADE DE DIAS INVALIDA'
002290                 TO WRK-MOTIVO-REJEICAO
002300         WHEN FTR-GOZO
002310             AND (FTR-DATA-GOZO NOT NUMERIC
002320              OR FTR-DATA-GOZO = ZEROS)
002330             MOVE 'DATA DE INICIO DO GOZO INVALIDA'
002340                 TO WRK-MOTIVO-REJEICAO
002350         WHEN FTR-GOZO
002360             AND FTR-DIAS < 5
002370             MOVE 'PERIODO DE GOZO MENOR QUE 5 DIAS'
002380                 TO WRK-MOTIVO-REJEICAO
002390         WHEN OTHER
002400             PERFORM 0245-LER-EMPREGADO
002410             PERFORM 0246-LER-PERIODO
002420             PERFORM 0232-VALIDAR-PERIODO
002430     END-EVALUATE.

002440 0232-VALIDAR-PERIODO.
002450     EVALUATE TRUE
002460         WHEN SW-EMP-ENCONTRADO NOT = 'S'
002470             MOVE 'MATRICULA SEM CADASTRO DE FUNCIONARIO'
002480                 TO WRK-MOTIVO-REJEICAO
002490         WHEN FTR-GOZO
002500             AND EMP-DESLIGADO
002510             MOVE 'FUNCIONARIO DESLIGADO'
002520                 TO WRK-MOTIVO-REJEICAO
002530         WHEN SW-PERIODO-ACHADO NOT = 'S'
002540             MOVE 'PERIODO AQUISITIVO SEM CADASTRO'
002550                 TO WRK-MOTIVO-REJEICAO
002560         WHEN FER-EM-AQUISICAO
002570             MOVE 'PERIODO AQUISITIVO AINDA EM CURSO'
002580                 TO WRK-MOTIVO-REJEICAO
002590         WHEN FTR-GOZO
002600             AND FTR-DATA-GOZO
002610                 < FER-FIM-AQUISITIVO OF VACATION-RECORD
002620             MOVE 'GOZO ANTES DO FIM DO PERIODO AQUISITIVO'
002630                 TO WRK-MOTIVO-REJEICAO
002640         WHEN FTR-GOZO
002650             AND FER-DIAS-GOZADOS OF VACATION-RECORD + FTR-DIAS
002660                 > FER-DIAS-DIREITO OF VACATION-RECORD
002670             MOVE 'DIAS ACIMA DO SALDO DO PERIODO'
002680                 TO WRK-MOTIVO-REJEICAO
002690         WHEN FTR-ESTORNO
002700             AND FTR-DIAS
002710                 > FER-DIAS-GOZADOS OF VACATION-RECORD
002720             MOVE 'ESTORNO ACIMA DOS DIAS GOZADOS'
002730                 TO WRK-MOTIVO-REJEICAO
002740         WHEN OTHER
002750             MOVE 'S' TO SW-MOVIMENTO-VALIDO
002760     END-EVALUATE.

002770 0235-GRAVAR-REJEICAO.
002780     MOVE FTR-ACAO            TO MRJ-ACAO.
002790     MOVE FTR-EMP-ID          TO MRJ-EMP-ID.
002800     MOVE WRK-MOTIVO-REJEICAO TO MRJ-MOTIVO.
002810     WRITE MAINT-REJECT-RECORD.
002820     ADD 1 TO WRK-QTD-REJEICOES.

002830*----------------------------------------------------------------
002840* 0240-LANCAR-GOZO - ABATE OS DIAS DO SALDO DO PERIODO, GUARDA A
002850*                DATA DO GOZO E QUITA O PERIODO QUANDO OS DIAS
002860*                GOZADOS ALCANCAM O DIREITO.
002870*----------------------------------------------------------------
002880 0240-LANCAR-GOZO.
002890     MOVE VACATION-RECORD TO MNT-IMAGEM-ANTES.

002900     ADD FTR-DIAS TO FER-DIAS-GOZADOS OF VACATION-RECORD.
002910     MOVE FTR-DATA-GOZO TO FER-DATA-ULT-GOZO OF VACATION-RECORD.
002920     IF FER-DIAS-GOZADOS OF VACATION-RECORD
002930             = FER-DIAS-DIREITO OF VACATION-RECORD
002940         MOVE 'Q' TO FER-SITUACAO OF VACATION-RECORD
002950         ADD 1 TO WRK-QTD-QUITADOS
002960     END-IF.

002970     REWRITE VACATION-RECORD.
002980     MOVE VACATION-RECORD TO MNT-IMAGEM-DEPOIS.
002990     PERFORM 0270-GRAVAR-AUDITORIA.
003000     ADD 1 TO WRK-QTD-GOZOS.

003010*----------------------------------------------------------------
003020* 0245-LER-EMPREGADO - CONFERE A MATRICULA DO MOVIMENTO CONTRA O
003030*                EMPLOYEE-MASTER, POR LEITURA DIRETA PELA CHAVE.
003040*----------------------------------------------------------------
003050 0245-LER-EMPREGADO.
003060     MOVE 'N' TO SW-EMP-ENCONTRADO.
003070     MOVE FTR-EMP-ID TO EMP-ID OF EMP-RECORD.
003080     READ EMPLOYEE-MASTER
003090         INVALID KEY
003100             CONTINUE
003110         NOT INVALID KEY
003120             MOVE 'S' TO SW-EMP-ENCONTRADO
003130     END-READ.

003140*----------------------------------------------------------------
003150* 0246-LER-PERIODO - LE O MESTRE DE FERIAS PELA MATRICULA E
003160*                INICIO DO PERIODO AQUISITIVO DO MOVIMENTO.
003170*----------------------------------------------------------------
003180 0246-LER-PERIODO.
003190     MOVE 'N' TO SW-PERIODO-ACHADO.
003200     MOVE FTR-EMP-ID TO FER-EMP-ID OF VACATION-RECORD.
003210     MOVE FTR-INICIO-AQUISITIVO
003220         TO FER-INICIO-AQUISITIVO OF VACATION-RECORD.
003230     READ VACATION-MASTER
003240         INVALID KEY
003250             CONTINUE
003260         NOT INVALID KEY
003270             MOVE 'S' TO SW-PERIODO-ACHADO
003280     END-READ.

003290*----------------------------------------------------------------
003300* 0250-ESTORNAR-GOZO - DEVOLVE OS DIAS AO SALDO DO PERIODO. O
003310*                PERIODO QUITADO VOLTA A VENCIDAS.
003320*----------------------------------------------------------------
003330 0250-ESTORNAR-GOZO.
003340     MOVE VACATION-RECORD TO MNT-IMAGEM-ANTES.

003350     SUBTRACT FTR-DIAS FROM FER-DIAS-GOZADOS OF VACATION-RECORD.
003360     MOVE 'V' TO FER-SITUACAO OF VACATION-RECORD.

003370     REWRITE VACATION-RECORD.
003380     MOVE VACATION-RECORD TO MNT-IMAGEM-DEPOIS.
003390     PERFORM 0270-GRAVAR-AUDITORIA.
003400     ADD 1 TO WRK-QTD-ESTORNOS.

003410*----------------------------------------------------------------
003420* 0270-GRAVAR-AUDITORIA - GRAVA A IMAGEM ANTES/DEPOIS DO
003430*                MOVIMENTO APLICADO NA TRILHA DE AUDITORIA DE
003440*                FERIAS (MESMO LAYOUT DA TRILHA DO EMPMAINT).
003450*----------------------------------------------------------------
003460 0270-GRAVAR-AUDITORIA.
003470     MOVE WRK-DATAATUAL TO MNT-RUN-DATE.
003480     MOVE WRK-HORAATUAL TO MNT-RUN-TIME.
003490     MOVE FTR-ACAO      TO MNT-ACAO.
003500     MOVE FTR-EMP-ID    TO MNT-EMP-ID.
003510     WRITE MAINT-AUDIT-RECORD.

003520*----------------------------------------------------------------
003530* 0280-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
003540*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
003550*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
003560*                LOTE: FICA SO O AVISO NO CONSOLE.
003570*----------------------------------------------------------------
003580 0280-GRAVAR-RUNCTL-INICIO.
003590     OPEN EXTEND RUN-CONTROL-FILE.
003600     IF WRK-STATUS-RUN NOT = '00'
003610         DISPLAY 'FERMNT - ERRO AO ABRIR RUN-CONTROL-FILE '
003620             '- STATUS ' WRK-STATUS-RUN
003630     ELSE
003640         MOVE 'S' TO SW-RUNCTL-ABERTO
003650         MOVE 'FERMNT    ' TO RUN-PROGRAMA
003660         MOVE WRK-DATAATUAL TO RUN-DATE
003670         MOVE WRK-HORAATUAL TO RUN-TIME
003680         MOVE 'I'        TO RUN-EVENTO
003690         MOVE 'NOTURNO ' TO RUN-MODO
003700         MOVE ZEROS TO RUN-QTD-PROCESSADOS
003710         MOVE ZEROS TO RUN-QTD-REJEITADOS
003720         MOVE SPACES TO RUN-RESULTADO
003730         WRITE RUN-CONTROL-RECORD
003740     END-IF.

003750*----------------------------------------------------------------
003760* 0290-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
003770*                RUNCTL: PROCESSADOS = MOVIMENTOS LIDOS,
003780*                REJEITADOS = MOVIMENTOS RECUSADOS.
003790*----------------------------------------------------------------
003800 0290-GRAVAR-RUNCTL-FIM.
003810     IF SW-RUNCTL-ABERTO = 'S'
003820         MOVE 'FERMNT    ' TO RUN-PROGRAMA
003830         MOVE WRK-DATAATUAL TO RUN-DATE
003840         ACCEPT WRK-HORAATUAL FROM TIME
003850         MOVE WRK-HORAATUAL TO RUN-TIME
003860         MOVE 'F' TO RUN-EVENTO
003870         MOVE 'NOTURNO ' TO RUN-MODO
003880         MOVE WRK-QTD-LIDOS     TO RUN-QTD-PROCESSADOS
003890         MOVE WRK-QTD-REJEICOES TO RUN-QTD-REJEITADOS
003900         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
003910         WRITE RUN-CONTROL-RECORD
003920         CLOSE RUN-CONTROL-FILE
003930     END-IF.

003940*----------------------------------------------------------------
003950* 0300-FINALIZAR - FECHA OS ARQUIVOS E IMPRIME O RESUMO DO LOTE.
003960*----------------------------------------------------------------
003970 0300-FINALIZAR.
003980     CLOSE VACATION-MASTER
003990           EMPLOYEE-MASTER
004000           VACATION-TRANS-FILE
004010           VACATION-REJECT-REPORT
004020           VACATION-AUDIT-LOG.

004030     DISPLAY '----------------------------------------'.
004040     DISPLAY 'FERMNT - LANCAMENTO DE FERIAS FINALIZADO'.
004050     DISPLAY 'GOZOS LANCADOS        : ' WRK-QTD-GOZOS.
004060     DISPLAY 'PERIODOS QUITADOS     : ' WRK-QTD-QUITADOS.
004070     DISPLAY 'ESTORNOS APLICADOS    : ' WRK-QTD-ESTORNOS.
004080     DISPLAY 'MOVIMENTOS REJEITADOS : ' WRK-QTD-REJEICOES.

004090     PERFORM 0290-GRAVAR-RUNCTL-FIM.
