000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FERACUM.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. PASSO MENSAL DO MODULO DE
000130*                   FERIAS, TIRANDO DA PLANILHA O CONTROLE DOS
000140*                   PERIODOS AQUISITIVOS: PARA CADA FUNCIONARIO
000150*                   NAO DESLIGADO DO EMPLOYEE-MASTER MANTEM NO
000160*                   MESTRE DE FERIAS (FERMAST) O PERIODO
000170*                   AQUISITIVO EM CURSO, ABERTO NO ANIVERSARIO
000180*                   DA ADMISSAO, COM O FIM EMPURRADO PELOS MESES
000190*                   DE AFASTAMENTO NAO REMUNERADO ACUMULADOS
000200*                   DESDE A ABERTURA (EMP-MESES-AFASTADO).
000210*                   PERIODO QUE COMPLETA OS 12 MESES PASSA A
000220*                   VENCIDAS ('V') COM 30 DIAS DE DIREITO E
000230*                   DATA LIMITE DE GOZO 12 MESES APOS O FIM, E O
000240*                   PERIODO SEGUINTE E ABERTO NA MESMA DATA. NA
000250*                   PRIMEIRA EXECUCAO PARA UM FUNCIONARIO (CARGA
000260*                   INICIAL) SAO ABERTOS O PERIODO EM CURSO E O
000270*                   ULTIMO JA COMPLETO, CUJO PRAZO DE GOZO AINDA
000280*                   CORRE; OS DIAS JA GOZADOS DELE SAO LANCADOS
000290*                   PELO RH NO FERMNT. O PASSO PODE SER
000300*                   REEXECUTADO NO MES SEM DUPLICAR PERIODOS.
000301* 2026-10-15 RSM    FALHA AO GRAVAR PERIODO NA CARGA INICIAL E
000302*                   APONTADA NO CONSOLE E ABORTA O PASSO.
000303*                   RETURN-CODE: 0 = NORMAL, 12 = ABORTADO.
000310*----------------------------------------------------------------

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLOYEE-MASTER
000390         ASSIGN TO EMPMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS EMP-ID OF EMP-RECORD
000430         FILE STATUS IS WRK-STATUS-EMP.

000440     SELECT VACATION-MASTER
000450         ASSIGN TO FERMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS FER-CHAVE OF VACATION-RECORD
000490         FILE STATUS IS WRK-STATUS-FER.

000500     SELECT RUN-CONTROL-FILE
000510         ASSIGN TO RUNCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-STATUS-RUN.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EMPLOYEE-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580     COPY EMPMAST.

000590 FD  VACATION-MASTER
000600     LABEL RECORDS ARE STANDARD.
000610     COPY FERREC.

000620 FD  RUN-CONTROL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RUNREC.

000650 WORKING-STORAGE SECTION.
000660     01 WRK-DATAATUAL.
000670         02 WRK-ANO    PIC 9(4).
000680         02 WRK-MES    PIC 9(2).
000690         02 WRK-DIA    PIC 9(2).
000700     01 WRK-DATA-CALCULO.
000710         02 WRK-CALC-ANO PIC 9(4).
000720         02 WRK-CALC-MES PIC 9(2).
000730         02 WRK-CALC-DIA PIC 9(2).
000740     01 WRK-DATA-BASE REDEFINES WRK-DATA-CALCULO.
000750         02 WRK-CALC-DATA PIC 9(08).
000760     77 WRK-HORAATUAL      PIC 9(08) VALUE ZEROS.
000770     77 WRK-MESES-SOMAR    PIC 9(05) VALUE ZEROS.
000780     77 WRK-MESES-TOTAL    PIC 9(05) VALUE ZEROS.
000790     77 WRK-ANOS-SOMAR     PIC 9(04) VALUE ZEROS.
000800     77 WRK-MES-RESTO      PIC 9(02) VALUE ZEROS.
000810     77 WRK-MESES-CASA     PIC S9(05) VALUE ZEROS.
000820     77 WRK-ANOS-CASA      PIC 9(04) VALUE ZEROS.
000830     77 WRK-AFAST-PERIODO  PIC 9(03) VALUE ZEROS.
000840     77 WRK-INICIO-PROXIMO PIC 9(08) VALUE ZEROS.
000850     77 WRK-CHAVE-ULTIMO   PIC 9(08) VALUE ZEROS.
000860     77 WRK-QTD-EMPREGADOS PIC 9(06) VALUE ZEROS.
000870     77 WRK-QTD-ABERTOS    PIC 9(06) VALUE ZEROS.
000880     77 WRK-QTD-VENCIDOS   PIC 9(06) VALUE ZEROS.
000890     77 WRK-QTD-CARGA      PIC 9(06) VALUE ZEROS.
000900     77 WRK-QTD-DESLIGADOS PIC 9(06) VALUE ZEROS.
000910     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

000920     01 WRK-SWITCHES.
000930         05 SW-FIM-ARQUIVO-EMP PIC X(01) VALUE 'N'.
000940             88 FIM-ARQUIVO-EMP       VALUE 'S'.
000950         05 SW-FIM-PERIODOS    PIC X(01) VALUE 'N'.
000960             88 FIM-PERIODOS-MATRICULA VALUE 'S'.
000970         05 SW-PERIODO-ACHADO  PIC X(01) VALUE 'N'.
000980             88 PERIODO-ENCONTRADO    VALUE 'S'.
000990         05 SW-PERIODO-CORRENTE PIC X(01) VALUE 'N'.
001000             88 PERIODO-EM-DIA        VALUE 'S'.
001010         05 SW-RUNCTL-ABERTO   PIC X(01) VALUE 'N'.
001020             88 RUNCTL-ABERTO         VALUE 'S'.
001022         05 SW-ERRO-CARGA      PIC X(01) VALUE 'N'.
001024             88 ERRO-CARGA            VALUE 'S'.

001030     01 WRK-STATUS-ARQUIVOS.
001040         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001050         05 WRK-STATUS-FER  PIC X(02) VALUE '00'.
001060         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001070 PROCEDURE DIVISION.
001080 0000-PRINCIPAL.
001090     PERFORM 0100-INICIAR.
001100     IF SW-FIM-ARQUIVO-EMP = 'S'
001110         MOVE 'A' TO WRK-RESULTADO-EXECUCAO
001120     END-IF.
001130     PERFORM 0200-PROCESSAR.
001140     PERFORM 0300-FINALIZAR.

001150     STOP RUN.

001160*----------------------------------------------------------------
001170* 0100-INICIAR - ABRE O EMPLOYEE-MASTER E O MESTRE DE FERIAS. UM
001180*                MESTRE DE FERIAS AINDA INEXISTENTE (STATUS 35) E
001190*                CRIADO VAZIO.
001200*----------------------------------------------------------------
001210 0100-INICIAR.
001220     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
001230     ACCEPT WRK-HORAATUAL FROM TIME.

001240     PERFORM 0280-GRAVAR-RUNCTL-INICIO.

001250     OPEN INPUT EMPLOYEE-MASTER.
001260     IF WRK-STATUS-EMP NOT = '00'
001270         DISPLAY 'FERACUM - ERRO AO ABRIR EMPLOYEE-MASTER '
001280             '- STATUS ' WRK-STATUS-EMP
001290         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
001300     END-IF.

001310     OPEN I-O VACATION-MASTER.
001320     IF WRK-STATUS-FER = '35'
001330         OPEN OUTPUT VACATION-MASTER
001340         CLOSE VACATION-MASTER
001350         OPEN I-O VACATION-MASTER
001360     END-IF.
001370     IF WRK-STATUS-FER NOT = '00'
001380         DISPLAY 'FERACUM - ERRO AO ABRIR VACATION-MASTER '
001390             '- STATUS ' WRK-STATUS-FER
001400         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
001410     END-IF.

001420*----------------------------------------------------------------
001430* 0200-PROCESSAR - LACO PRINCIPAL: TRATA TODOS OS FUNCIONARIOS
001440*                DO EMPLOYEE-MASTER.
001450*----------------------------------------------------------------
001460 0200-PROCESSAR.
001470     IF SW-FIM-ARQUIVO-EMP NOT = 'S'
001480         PERFORM 0210-LER-EMPREGADO
001490         PERFORM 0220-TRATAR-EMPREGADO
001500             UNTIL SW-FIM-ARQUIVO-EMP = 'S'
001510     END-IF.

001520 0210-LER-EMPREGADO.
001530     READ EMPLOYEE-MASTER NEXT RECORD
001540         AT END
001550             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
001560     END-READ.

001570*----------------------------------------------------------------
001580* 0220-TRATAR-EMPREGADO - DESLIGADO NAO ACUMULA FERIAS (O SALDO
001590*                E ACERTADO NA RESCISAO); PARA OS DEMAIS LOCALIZA
001600*                O ULTIMO PERIODO AQUISITIVO NO MESTRE DE FERIAS
001610*                E O MANTEM EM DIA, OU FAZ A CARGA INICIAL QUANDO
001620*                A MATRICULA AINDA NAO TEM PERIODO.
001630*----------------------------------------------------------------
001640 0220-TRATAR-EMPREGADO.
001650     ADD 1 TO WRK-QTD-EMPREGADOS.

001660     IF EMP-DESLIGADO
001670         ADD 1 TO WRK-QTD-DESLIGADOS
001680     ELSE
001690         PERFORM 0230-LOCALIZAR-ULTIMO-PERIODO
001700         IF SW-PERIODO-ACHADO = 'S'
001710             MOVE 'N' TO SW-PERIODO-CORRENTE
001720             PERFORM 0250-ATUALIZAR-PERIODO
001730                 UNTIL SW-PERIODO-CORRENTE = 'S'
001740         ELSE
001750             PERFORM 0240-CARGA-INICIAL
001760         END-IF
001770     END-IF.

001780     PERFORM 0210-LER-EMPREGADO.

001790*----------------------------------------------------------------
001800* 0230-LOCALIZAR-ULTIMO-PERIODO - VARRE OS PERIODOS JA GRAVADOS
001810*                DA MATRICULA E DEIXA NA AREA DO MESTRE DE FERIAS
001820*                O DE INICIO MAIS RECENTE (RELIDO PELA CHAVE).
001830*----------------------------------------------------------------
001840 0230-LOCALIZAR-ULTIMO-PERIODO.
001850     MOVE 'N'   TO SW-PERIODO-ACHADO.
001860     MOVE 'N'   TO SW-FIM-PERIODOS.
001870     MOVE ZEROS TO WRK-CHAVE-ULTIMO.

001880     MOVE EMP-ID OF EMP-RECORD TO FER-EMP-ID OF VACATION-RECORD.
001890     MOVE ZEROS TO FER-INICIO-AQUISITIVO OF VACATION-RECORD.
001900     START VACATION-MASTER
001910         KEY IS GREATER THAN FER-CHAVE OF VACATION-RECORD
001920         INVALID KEY
001930             MOVE 'S' TO SW-FIM-PERIODOS
001940     END-START.

001950     PERFORM 0235-LER-PERIODO
001960         UNTIL SW-FIM-PERIODOS = 'S'.

001970     IF SW-PERIODO-ACHADO = 'S'
001980         MOVE EMP-ID OF EMP-RECORD
001990             TO FER-EMP-ID OF VACATION-RECORD
002000         MOVE WRK-CHAVE-ULTIMO
002010             TO FER-INICIO-AQUISITIVO OF VACATION-RECORD
002020         READ VACATION-MASTER
002030             INVALID KEY
002040                 MOVE 'N' TO SW-PERIODO-ACHADO
002050         END-READ
002060     END-IF.

002070 0235-LER-PERIODO.
002080     READ VACATION-MASTER NEXT RECORD
002090         AT END
002100             MOVE 'S' TO SW-FIM-PERIODOS
002110         NOT AT END
002120             IF FER-EMP-ID OF VACATION-RECORD
002130                     = EMP-ID OF EMP-RECORD
002140                 MOVE 'S' TO SW-PERIODO-ACHADO
002150                 MOVE FER-INICIO-AQUISITIVO OF VACATION-RECORD
002160                     TO WRK-CHAVE-ULTIMO
002170             ELSE
002180                 MOVE 'S' TO SW-FIM-PERIODOS
002190             END-IF
002200     END-READ.

002210*----------------------------------------------------------------
002220* 0240-CARGA-INICIAL - PRIMEIRA EXECUCAO PARA A MATRICULA: A
002230*                ADMISSAO EMPURRADA PELOS MESES DE AFASTAMENTO JA
002240*                ACUMULADOS DA O ANIVERSARIO EFETIVO; CONTA OS
002250*                ANOS COMPLETOS ATE HOJE, ABRE O PERIODO EM CURSO
002260*                NO ULTIMO ANIVERSARIO E, COM PELO MENOS UM ANO
002270*                COMPLETO, GRAVA TAMBEM O PERIODO ANTERIOR COMO
002280*                VENCIDAS (PRAZO DE GOZO AINDA CORRENDO).
002290*----------------------------------------------------------------
002300 0240-CARGA-INICIAL.
002310     MOVE EMP-DATA-ADMISSAO OF EMP-RECORD TO WRK-DATA-CALCULO.
002320     MOVE EMP-MESES-AFASTADO OF EMP-RECORD TO WRK-MESES-SOMAR.
002330     PERFORM 0400-SOMAR-MESES.

002340     COMPUTE WRK-MESES-CASA =
002350         (WRK-ANO - WRK-CALC-ANO) * 12
002360         + WRK-MES - WRK-CALC-MES.
002370     IF WRK-DIA < WRK-CALC-DIA
002380         SUBTRACT 1 FROM WRK-MESES-CASA
002390     END-IF.
002400     IF WRK-MESES-CASA < ZEROS
002410         MOVE ZEROS TO WRK-MESES-CASA
002420     END-IF.
002430     DIVIDE WRK-MESES-CASA BY 12 GIVING WRK-ANOS-CASA.

002440     IF WRK-ANOS-CASA > ZEROS
002444         COMPUTE WRK-MESES-SOMAR = (WRK-ANOS-CASA - 1) * 12
002448         PERFORM 0400-SOMAR-MESES
002452         PERFORM 0260-MONTAR-PERIODO
002456         MOVE 12 TO WRK-MESES-SOMAR
002460         PERFORM 0400-SOMAR-MESES
002464         MOVE WRK-CALC-DATA
002468             TO FER-FIM-AQUISITIVO OF VACATION-RECORD
002472         PERFORM 0265-FECHAR-AQUISITIVO
002476         WRITE VACATION-RECORD
002480             INVALID KEY
002484                 PERFORM 0245-FALHA-CARGA
002488             NOT INVALID KEY
002492                 ADD 1 TO WRK-QTD-VENCIDOS
002496         END-WRITE
002500         MOVE FER-FIM-AQUISITIVO OF VACATION-RECORD
002504             TO WRK-CALC-DATA
002508     END-IF.

002512     IF SW-ERRO-CARGA = 'N'
002516         PERFORM 0260-MONTAR-PERIODO
002520         MOVE 12 TO WRK-MESES-SOMAR
002524         PERFORM 0400-SOMAR-MESES
002528         MOVE WRK-CALC-DATA
002532             TO FER-FIM-AQUISITIVO OF VACATION-RECORD
002536         WRITE VACATION-RECORD
002540             INVALID KEY
002544                 PERFORM 0245-FALHA-CARGA
002548             NOT INVALID KEY
002552                 ADD 1 TO WRK-QTD-ABERTOS
002556                 ADD 1 TO WRK-QTD-CARGA
002560         END-WRITE
002564     END-IF.

002568*----------------------------------------------------------------
002572* 0245-FALHA-CARGA - PERIODO DA CARGA INICIAL NAO GRAVADO NO
002576*                MESTRE DE FERIAS: APONTA NO CONSOLE E ENCERRA O
002580*                PASSO COMO ABORTADO (RETURN-CODE 12).
002584*----------------------------------------------------------------
002588 0245-FALHA-CARGA.
002592     DISPLAY 'FERACUM - ERRO AO GRAVAR O PERIODO '
002596         FER-INICIO-AQUISITIVO OF VACATION-RECORD
002600         ' DA MATRICULA ' EMP-ID OF EMP-RECORD
002604         ' - STATUS ' WRK-STATUS-FER.
002608     MOVE 'S' TO SW-ERRO-CARGA.
002612     MOVE 'S' TO SW-FIM-ARQUIVO-EMP.
002616     MOVE 'A' TO WRK-RESULTADO-EXECUCAO.

002650*----------------------------------------------------------------
002660* 0250-ATUALIZAR-PERIODO - MANTEM EM DIA O ULTIMO PERIODO DA
002670*                MATRICULA (NA AREA DO MESTRE DE FERIAS). PERIODO
002680*                EM AQUISICAO TEM O FIM RECALCULADO: INICIO + 12
002690*                MESES + MESES DE AFASTAMENTO ACUMULADOS DESDE A
002700*                ABERTURA. FIM JA ALCANCADO FECHA O PERIODO COMO
002710*                VENCIDAS E ABRE O SEGUINTE NO FIM DELE, QUE
002720*                VOLTA A SER CONFERIDO NA MESMA VOLTA DO LACO
002730*                (MESES SEM EXECUCAO SAO RECUPERADOS). ULTIMO
002740*                PERIODO JA FECHADO SO ABRE O SEGUINTE.
002750*----------------------------------------------------------------
002760 0250-ATUALIZAR-PERIODO.
002770     IF FER-EM-AQUISICAO
002780         IF EMP-MESES-AFASTADO OF EMP-RECORD
002790                 > FER-MESES-AFAST-BASE OF VACATION-RECORD
002800             COMPUTE WRK-AFAST-PERIODO =
002810                 EMP-MESES-AFASTADO OF EMP-RECORD
002820                 - FER-MESES-AFAST-BASE OF VACATION-RECORD
002830         ELSE
002840             MOVE ZEROS TO WRK-AFAST-PERIODO
002850         END-IF
002860         MOVE FER-INICIO-AQUISITIVO OF VACATION-RECORD
002870             TO WRK-CALC-DATA
002880         COMPUTE WRK-MESES-SOMAR = 12 + WRK-AFAST-PERIODO
002890         PERFORM 0400-SOMAR-MESES
002900         MOVE WRK-CALC-DATA
002910             TO FER-FIM-AQUISITIVO OF VACATION-RECORD
002920         IF FER-FIM-AQUISITIVO OF VACATION-RECORD
002930                 NOT > WRK-DATAATUAL
002940             PERFORM 0265-FECHAR-AQUISITIVO
002950             REWRITE VACATION-RECORD
002960             ADD 1 TO WRK-QTD-VENCIDOS
002970             PERFORM 0270-ABRIR-PROXIMO-PERIODO
002980         ELSE
002990             REWRITE VACATION-RECORD
003000             MOVE 'S' TO SW-PERIODO-CORRENTE
003010         END-IF
003020     ELSE
003030         PERFORM 0270-ABRIR-PROXIMO-PERIODO
003040     END-IF.

003050*----------------------------------------------------------------
003060* 0260-MONTAR-PERIODO - MONTA NA AREA DO MESTRE DE FERIAS UM
003070*                PERIODO EM AQUISICAO DA MATRICULA, INICIANDO NA
003080*                DATA EM WRK-DATA-CALCULO, COM O AFASTAMENTO
003090*                ACUMULADO ATUAL COMO BASE.
003100*----------------------------------------------------------------
003110 0260-MONTAR-PERIODO.
003120     MOVE EMP-ID OF EMP-RECORD TO FER-EMP-ID OF VACATION-RECORD.
003130     MOVE WRK-CALC-DATA
003140         TO FER-INICIO-AQUISITIVO OF VACATION-RECORD.
003150     MOVE ZEROS TO FER-FIM-AQUISITIVO OF VACATION-RECORD.
003160     MOVE ZEROS TO FER-DATA-LIMITE OF VACATION-RECORD.
003170     MOVE 30    TO FER-DIAS-DIREITO OF VACATION-RECORD.
003180     MOVE ZEROS TO FER-DIAS-GOZADOS OF VACATION-RECORD.
003190     MOVE 'A'   TO FER-SITUACAO OF VACATION-RECORD.
003200     MOVE ZEROS TO FER-DATA-ULT-GOZO OF VACATION-RECORD.
003210     MOVE EMP-MESES-AFASTADO OF EMP-RECORD
003220         TO FER-MESES-AFAST-BASE OF VACATION-RECORD.

003230*----------------------------------------------------------------
003240* 0265-FECHAR-AQUISITIVO - PERIODO COM O FIM JA ALCANCADO PASSA
003250*                A VENCIDAS, COM DATA LIMITE DE GOZO (FIM DO
003260*                PERIODO CONCESSIVO) 12 MESES APOS O FIM.
003270*----------------------------------------------------------------
003280 0265-FECHAR-AQUISITIVO.
003290     MOVE 'V' TO FER-SITUACAO OF VACATION-RECORD.
003300     MOVE FER-FIM-AQUISITIVO OF VACATION-RECORD
003310         TO WRK-CALC-DATA.
003320     MOVE 12 TO WRK-MESES-SOMAR.
003330     PERFORM 0400-SOMAR-MESES.
003340     MOVE WRK-CALC-DATA TO FER-DATA-LIMITE OF VACATION-RECORD.

003350*----------------------------------------------------------------
003360* 0270-ABRIR-PROXIMO-PERIODO - ABRE O PERIODO SEGUINTE AO DA AREA
003370*                DO MESTRE DE FERIAS, INICIANDO NO FIM DELE. O
003380*                PERIODO NOVO FICA NA AREA PARA A PROXIMA VOLTA
003390*                DO LACO DE 0250. CHAVE JA EXISTENTE (PERIODO
003400*                FUTURO DIGITADO A MAO) ENCERRA O LACO COM AVISO.
003410*----------------------------------------------------------------
003420 0270-ABRIR-PROXIMO-PERIODO.
003430     MOVE FER-FIM-AQUISITIVO OF VACATION-RECORD
003440         TO WRK-INICIO-PROXIMO.
003450     MOVE WRK-INICIO-PROXIMO TO WRK-CALC-DATA.
003460     PERFORM 0260-MONTAR-PERIODO.
003470     WRITE VACATION-RECORD
003480         INVALID KEY
003490             DISPLAY 'FERACUM - PERIODO ' WRK-INICIO-PROXIMO
003500                 ' DA MATRICULA ' EMP-ID OF EMP-RECORD
003510                 ' JA EXISTE NO MESTRE DE FERIAS'
003520             MOVE 'S' TO SW-PERIODO-CORRENTE
003530         NOT INVALID KEY
003540             ADD 1 TO WRK-QTD-ABERTOS
003550     END-WRITE.

003560*----------------------------------------------------------------
003570* 0280-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
003580*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
003590*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
003600*                LOTE: FICA SO O AVISO NO CONSOLE.
003610*----------------------------------------------------------------
003620 0280-GRAVAR-RUNCTL-INICIO.
003630     OPEN EXTEND RUN-CONTROL-FILE.
003640     IF WRK-STATUS-RUN NOT = '00'
003650         DISPLAY 'FERACUM - ERRO AO ABRIR RUN-CONTROL-FILE '
003660             '- STATUS ' WRK-STATUS-RUN
003670     ELSE
003680         MOVE 'S' TO SW-RUNCTL-ABERTO
003690         MOVE 'FERACUM   ' TO RUN-PROGRAMA
003700         MOVE WRK-DATAATUAL TO RUN-DATE
003710         MOVE WRK-HORAATUAL TO RUN-TIME
003720         MOVE 'I'        TO RUN-EVENTO
003730         MOVE 'MENSAL  ' TO RUN-MODO
003740         MOVE ZEROS TO RUN-QTD-PROCESSADOS
003750         MOVE ZEROS TO RUN-QTD-REJEITADOS
003760         MOVE SPACES TO RUN-RESULTADO
003770         WRITE RUN-CONTROL-RECORD
003780     END-IF.

003790*----------------------------------------------------------------
003800* 0290-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
003810*                RUNCTL: PROCESSADOS = FUNCIONARIOS LIDOS.
003820*----------------------------------------------------------------
003830 0290-GRAVAR-RUNCTL-FIM.
003840     IF SW-RUNCTL-ABERTO = 'S'
003850         MOVE 'FERACUM   ' TO RUN-PROGRAMA
003860         MOVE WRK-DATAATUAL TO RUN-DATE
003870         ACCEPT WRK-HORAATUAL FROM TIME
003880         MOVE WRK-HORAATUAL TO RUN-TIME
003890         MOVE 'F' TO RUN-EVENTO
003900         MOVE 'MENSAL  ' TO RUN-MODO
003910         MOVE WRK-QTD-EMPREGADOS TO RUN-QTD-PROCESSADOS
003920         MOVE ZEROS TO RUN-QTD-REJEITADOS
003930         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
003940         WRITE RUN-CONTROL-RECORD
003950         CLOSE RUN-CONTROL-FILE
003960     END-IF.

003970*----------------------------------------------------------------
003980* 0300-FINALIZAR - FECHA OS ARQUIVOS E IMPRIME O RESUMO DO LOTE.
003990*----------------------------------------------------------------
004000 0300-FINALIZAR.
004010     CLOSE EMPLOYEE-MASTER
004020           VACATION-MASTER.

004030     DISPLAY '----------------------------------------'.
004040     DISPLAY 'FERACUM - PERIODOS AQUISITIVOS ATUALIZADOS'.
004050     DISPLAY 'FUNCIONARIOS LIDOS    : ' WRK-QTD-EMPREGADOS.
004060     DISPLAY 'DESLIGADOS PULADOS    : ' WRK-QTD-DESLIGADOS.
004070     DISPLAY 'CARGAS INICIAIS       : ' WRK-QTD-CARGA.
004080     DISPLAY 'PERIODOS ABERTOS      : ' WRK-QTD-ABERTOS.
004090     DISPLAY 'PERIODOS VENCIDOS     : ' WRK-QTD-VENCIDOS.

004095     IF WRK-RESULTADO-EXECUCAO = 'A'
004096         MOVE 12 TO RETURN-CODE
004097     END-IF.

004100     PERFORM 0290-GRAVAR-RUNCTL-FIM.

004110*----------------------------------------------------------------
004120* 0400-SOMAR-MESES - SOMA WRK-MESES-SOMAR MESES A DATA EM
004130*                WRK-DATA-CALCULO, MANTENDO O DIA. DIA QUE NAO
004140*                EXISTE NO MES DE CHEGADA RECUA PARA O ULTIMO DIA
004150*                DO MES (EM FEVEREIRO, O DIA 28, QUE EXISTE EM
004160*                QUALQUER ANO).
004170*----------------------------------------------------------------
004180 0400-SOMAR-MESES.
004190     COMPUTE WRK-MESES-TOTAL = WRK-CALC-MES - 1 + WRK-MESES-SOMAR.
004200     DIVIDE WRK-MESES-TOTAL BY 12
004210         GIVING WRK-ANOS-SOMAR
004220         REMAINDER WRK-MES-RESTO.
004230     ADD WRK-ANOS-SOMAR TO WRK-CALC-ANO.
004240     COMPUTE WRK-CALC-MES = WRK-MES-RESTO + 1.

004250     EVALUATE WRK-CALC-MES
004260         WHEN 2
004270             IF WRK-CALC-DIA > 28
004280                 MOVE 28 TO WRK-CALC-DIA
004290             END-IF
004300         WHEN 4
004310         WHEN 6
004320         WHEN 9
004330         WHEN 11
004340             IF WRK-CALC-DIA > 30
004350                 MOVE 30 TO WRK-CALC-DIA
004360             END-IF
004370         WHEN OTHER
004380             CONTINUE
004390     END-EVALUATE.
