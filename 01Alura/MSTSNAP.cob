000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MSTSNAP.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. PRIMEIRO PASSO DO LOTE
000130*                   NOTURNO: DESCARREGA CADA MESTRE INDEXADO
000140*                   (EMPMAST, LOANMAST E DEPTMAST) EM UMA COPIA
000150*                   DE SEGURANCA SEQUENCIAL DATADA PELA JCL
000160*                   (EMPBKUP, LONBKUP E DEPBKUP, LAYOUT BKPREC),
000170*                   COM CABECALHO E TRAILER DE CONTROLE
000180*                   (QUANTIDADE, SOMA DE CHAVES E SOMA DE
000190*                   SALARIO/SALDO). A COPIA E A BASE DO MSTREST
000200*                   QUANDO UM MESTRE SE PERDE NO MEIO DO CICLO.
000210*                   COPIA COM ERRO DE LEITURA FICA SEM TRAILER,
000220*                   PARA O MSTREST NUNCA ACEITA-LA.
000230*                   RETURN-CODE: 0 = NORMAL, 4 = MESTRE AINDA
000240*                   INEXISTENTE (COPIA VAZIA), 12 = FALHA DE
000250*                   ABERTURA OU LEITURA (RESULTADO 'A' NO
000260*                   RUNCTL).
000270*----------------------------------------------------------------

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMPLOYEE-MASTER
000350         ASSIGN TO EMPMAST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS EMP-ID OF EMP-RECORD
000390         FILE STATUS IS WRK-STATUS-EMP.

000400     SELECT LOAN-MASTER
000410         ASSIGN TO LOANMAST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS LON-CHAVE OF LOAN-RECORD
000450         FILE STATUS IS WRK-STATUS-LON.

000460     SELECT DEPT-MASTER
000470         ASSIGN TO DEPTMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000510         FILE STATUS IS WRK-STATUS-DEP.

000520     SELECT EMP-BACKUP-FILE
000530         ASSIGN TO EMPBKUP
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-STATUS-EBK.

000560     SELECT LOAN-BACKUP-FILE
000570         ASSIGN TO LONBKUP
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-STATUS-LBK.

000600     SELECT DEPT-BACKUP-FILE
000610         ASSIGN TO DEPBKUP
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-STATUS-DBK.

000640     SELECT RUN-CONTROL-FILE
000650         ASSIGN TO RUNCTL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-STATUS-RUN.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EMPLOYEE-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY EMPMAST.

000730 FD  LOAN-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750     COPY LOANREC.

000760 FD  DEPT-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DEPTMAST.

000790 FD  EMP-BACKUP-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  EMP-BACKUP-LINE        PIC X(81).

000820 FD  LOAN-BACKUP-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  LOAN-BACKUP-LINE       PIC X(81).

000850 FD  DEPT-BACKUP-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  DEPT-BACKUP-LINE       PIC X(81).

000880 FD  RUN-CONTROL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RUNREC.

000910 WORKING-STORAGE SECTION.
000920     01 WRK-DATAATUAL.
000930         02 WRK-ANO    PIC 9(4).
000940         02 WRK-MES    PIC 9(2).
000950         02 WRK-DIA    PIC 9(2).
000960     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
000970     77 WRK-QTD-REGISTROS   PIC 9(07) VALUE ZEROS.
000980     77 WRK-SOMA-CHAVES     PIC 9(15) VALUE ZEROS.
000990     77 WRK-SOMA-VALORES    PIC 9(13)V99 VALUE ZEROS.
001000     77 WRK-QTD-EMP         PIC 9(07) VALUE ZEROS.
001010     77 WRK-QTD-LON         PIC 9(07) VALUE ZEROS.
001020     77 WRK-QTD-DEP         PIC 9(07) VALUE ZEROS.
001030     77 WRK-QTD-COPIADOS    PIC 9(06) VALUE ZEROS.
001040     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

001050*----------------------------------------------------------------
001060* APURACAO DOS TOTAIS DE CONTROLE DE UMA IMAGEM DE REGISTRO
001070* (MESMA ROTINA DO MSTREST, QUE CONFERE OS TOTAIS DESTA COPIA).
001080*----------------------------------------------------------------
001090     01 WRK-MESTRE          PIC X(08) VALUE SPACES.
001100         88 MESTRE-EMPREGADOS      VALUE 'EMPMAST '.
001110         88 MESTRE-EMPRESTIMOS     VALUE 'LOANMAST'.
001120         88 MESTRE-DEPARTAMENTOS   VALUE 'DEPTMAST'.
001130     01 WRK-IMAGEM-CONTROLE PIC X(80) VALUE SPACES.
001140     77 WRK-REG-CHAVE       PIC 9(10) VALUE ZEROS.
001150     77 WRK-REG-VALOR       PIC 9(11)V99 VALUE ZEROS.
001160     77 WRK-HASH-TEXTO      PIC 9(10) VALUE ZEROS.
001170     77 WRK-POS-HASH        PIC 9(02) VALUE ZEROS.
001180     77 WRK-POS-LETRA       PIC 9(02) VALUE ZEROS.
001190     77 WRK-VALOR-LETRA     PIC 9(02) VALUE ZEROS.
001200     01 WRK-TEXTO-HASH.
001210         05 WRK-CARACTERE-HASH PIC X(01) OCCURS 6 TIMES.
001220     01 WRK-ALFABETO.
001230         05 FILLER PIC X(37)
001240             VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001250     01 WRK-ALFABETO-TAB REDEFINES WRK-ALFABETO.
001260         05 WRK-LETRA       PIC X(01) OCCURS 37 TIMES.

001270     COPY EMPMAST REPLACING LEADING ==EMP== BY ==IEM==.
001280     COPY LOANREC REPLACING ==LOAN-RECORD== BY ==ILN-RECORD==
001290                            LEADING ==LON== BY ==ILN==.
001300     COPY DEPTMAST REPLACING LEADING ==DEP== BY ==IDP==.

001310     COPY BKPREC.

001320     01 WRK-SWITCHES.
001330         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
001340             88 ABORTAR-EXECUCAO       VALUE 'S'.
001350         05 SW-MESTRE-AUSENTE   PIC X(01) VALUE 'N'.
001360             88 MESTRE-AUSENTE         VALUE 'S'.
001370         05 SW-FIM-MESTRE       PIC X(01) VALUE 'N'.
001380             88 FIM-MESTRE             VALUE 'S'.
001390         05 SW-ERRO-LEITURA     PIC X(01) VALUE 'N'.
001400             88 ERRO-LEITURA           VALUE 'S'.
001410         05 SW-LETRA-ACHADA     PIC X(01) VALUE 'N'.
001420             88 LETRA-ACHADA           VALUE 'S'.
001430         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
001440             88 RUNCTL-ABERTO          VALUE 'S'.

001450     01 WRK-STATUS-ARQUIVOS.
001460         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001470         05 WRK-STATUS-LON  PIC X(02) VALUE '00'.
001480         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
001490         05 WRK-STATUS-EBK  PIC X(02) VALUE '00'.
001500         05 WRK-STATUS-LBK  PIC X(02) VALUE '00'.
001510         05 WRK-STATUS-DBK  PIC X(02) VALUE '00'.
001520         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001530 PROCEDURE DIVISION.
001540 0000-PRINCIPAL.
001550     PERFORM 0100-INICIAR.
001560     PERFORM 0200-PROCESSAR.
001570     PERFORM 0300-FINALIZAR.

001580     STOP RUN.

001590*----------------------------------------------------------------
001600* 0100-INICIAR - DATA E HORA DA COPIA (GRAVADAS NO CABECALHO DE
001610*                CADA COPIA, INICIO DA JANELA DE AVANCO PELAS
001620*                TRILHAS NO MSTREST) E REGISTRO DE INICIO NO
001630*                RUNCTL.
001640*----------------------------------------------------------------
001650 0100-INICIAR.
001660     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
001670     ACCEPT WRK-HORAATUAL FROM TIME.

001680     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

001690*----------------------------------------------------------------
001700* 0200-PROCESSAR - DESCARREGA OS TRES MESTRES, UM DE CADA VEZ.
001710*                FALHA EM UM MESTRE NAO IMPEDE A COPIA DOS
001720*                OUTROS.
001730*----------------------------------------------------------------
001740 0200-PROCESSAR.
001750     PERFORM 0210-COPIAR-EMPREGADOS.
001760     PERFORM 0220-COPIAR-EMPRESTIMOS.
001770     PERFORM 0230-COPIAR-DEPARTAMENTOS.

001780*----------------------------------------------------------------
001790* 0210-COPIAR-EMPREGADOS - EMPMAST PARA O EMPBKUP.
001800*----------------------------------------------------------------
001810 0210-COPIAR-EMPREGADOS.
001820     MOVE 'EMPMAST ' TO WRK-MESTRE.
001830     PERFORM 0240-INICIAR-COPIA.

001840     OPEN INPUT EMPLOYEE-MASTER.
001850     EVALUATE WRK-STATUS-EMP
001860         WHEN '00'
001870             CONTINUE
001880         WHEN '35'
001890             DISPLAY 'MSTSNAP - EMPMAST INEXISTENTE - COPIA VAZIA'
001900             MOVE 'S' TO SW-MESTRE-AUSENTE
001910             MOVE 'S' TO SW-FIM-MESTRE
001920         WHEN OTHER
001930             DISPLAY 'MSTSNAP - ERRO AO ABRIR EMPLOYEE-MASTER '
001940                 '- STATUS ' WRK-STATUS-EMP
001950             MOVE 'S' TO SW-ABORTAR
001960     END-EVALUATE.

001970     IF WRK-STATUS-EMP = '00' OR '35'
001980         OPEN OUTPUT EMP-BACKUP-FILE
001990         IF WRK-STATUS-EBK NOT = '00'
002000             DISPLAY 'MSTSNAP - ERRO AO ABRIR EMP-BACKUP-FILE '
002010                 '- STATUS ' WRK-STATUS-EBK
002020             MOVE 'S' TO SW-ABORTAR
002030         ELSE
002040             WRITE EMP-BACKUP-LINE FROM BACKUP-HEADER-RECORD
002050             PERFORM 0211-LER-EMPREGADO
002060                 UNTIL SW-FIM-MESTRE = 'S'
002070             IF SW-ERRO-LEITURA NOT = 'S'
002080                 PERFORM 0250-MONTAR-TRAILER
002090                 WRITE EMP-BACKUP-LINE FROM BACKUP-TRAILER-RECORD
002100             END-IF
002110             CLOSE EMP-BACKUP-FILE
002120             MOVE WRK-QTD-REGISTROS TO WRK-QTD-EMP
002130         END-IF
002140     END-IF.

002150     IF WRK-STATUS-EMP NOT = '35'
002160         CLOSE EMPLOYEE-MASTER
002170     END-IF.

002180 0211-LER-EMPREGADO.
002190     READ EMPLOYEE-MASTER NEXT RECORD
002200         AT END
002210             MOVE 'S' TO SW-FIM-MESTRE
002220         NOT AT END
002230             MOVE EMP-RECORD TO WRK-IMAGEM-CONTROLE
002240             PERFORM 0260-MONTAR-DETALHE
002250             WRITE EMP-BACKUP-LINE FROM BACKUP-RECORD
002260     END-READ.

002270     IF WRK-STATUS-EMP NOT = '00' AND WRK-STATUS-EMP NOT = '10'
002280         DISPLAY 'MSTSNAP - ERRO DE LEITURA NO EMPMAST '
002290             '- STATUS ' WRK-STATUS-EMP
002300         MOVE 'S' TO SW-ERRO-LEITURA
002310         MOVE 'S' TO SW-FIM-MESTRE
002320         MOVE 'S' TO SW-ABORTAR
002330     END-IF.

002340*----------------------------------------------------------------
002350* 0220-COPIAR-EMPRESTIMOS - LOANMAST PARA O LONBKUP. O MESTRE DE
002360*                EMPRESTIMOS SO E CRIADO NA PRIMEIRA CONCESSAO
002370*                DO LOANMNT; ANTES DISSO A COPIA SAI VAZIA.
002380*----------------------------------------------------------------
002390 0220-COPIAR-EMPRESTIMOS.
002400     MOVE 'LOANMAST' TO WRK-MESTRE.
002410     PERFORM 0240-INICIAR-COPIA.

002420     OPEN INPUT LOAN-MASTER.
002430     EVALUATE WRK-STATUS-LON
002440         WHEN '00'
002450             CONTINUE
002460         WHEN '35'
002470             DISPLAY 'MSTSNAP - LOANMAST INEXISTENTE - COPIA '
002480                 'VAZIA'
002490             MOVE 'S' TO SW-MESTRE-AUSENTE
002500             MOVE 'S' TO SW-FIM-MESTRE
002510         WHEN OTHER
002520             DISPLAY 'MSTSNAP - ERRO AO ABRIR LOAN-MASTER '
002530                 '- STATUS ' WRK-STATUS-LON
002540             MOVE 'S' TO SW-ABORTAR
002550     END-EVALUATE.

002560     IF WRK-STATUS-LON = '00' OR '35'
002570         OPEN OUTPUT LOAN-BACKUP-FILE
002580         IF WRK-STATUS-LBK NOT = '00'
002590             DISPLAY 'MSTSNAP - ERRO AO ABRIR LOAN-BACKUP-FILE '
002600                 '- STATUS ' WRK-STATUS-LBK
002610             MOVE 'S' TO SW-ABORTAR
002620         ELSE
002630             WRITE LOAN-BACKUP-LINE FROM BACKUP-HEADER-RECORD
002640             PERFORM 0221-LER-EMPRESTIMO
002650                 UNTIL SW-FIM-MESTRE = 'S'
002660             IF SW-ERRO-LEITURA NOT = 'S'
002670                 PERFORM 0250-MONTAR-TRAILER
002680                 WRITE LOAN-BACKUP-LINE
002690                     FROM BACKUP-TRAILER-RECORD
002700             END-IF
002710             CLOSE LOAN-BACKUP-FILE
002720             MOVE WRK-QTD-REGISTROS TO WRK-QTD-LON
002730         END-IF
002740     END-IF.

002750     IF WRK-STATUS-LON NOT = '35'
002760         CLOSE LOAN-MASTER
002770     END-IF.

002780 0221-LER-EMPRESTIMO.
002790     READ LOAN-MASTER NEXT RECORD
002800         AT END
002810             MOVE 'S' TO SW-FIM-MESTRE
002820         NOT AT END
002830             MOVE LOAN-RECORD TO WRK-IMAGEM-CONTROLE
002840             PERFORM 0260-MONTAR-DETALHE
002850             WRITE LOAN-BACKUP-LINE FROM BACKUP-RECORD
002860     END-READ.

002870     IF WRK-STATUS-LON NOT = '00' AND WRK-STATUS-LON NOT = '10'
002880         DISPLAY 'MSTSNAP - ERRO DE LEITURA NO LOANMAST '
002890             '- STATUS ' WRK-STATUS-LON
002900         MOVE 'S' TO SW-ERRO-LEITURA
002910         MOVE 'S' TO SW-FIM-MESTRE
002920         MOVE 'S' TO SW-ABORTAR
002930     END-IF.

002940*----------------------------------------------------------------
002950* 0230-COPIAR-DEPARTAMENTOS - DEPTMAST PARA O DEPBKUP.
002960*----------------------------------------------------------------
002970 0230-COPIAR-DEPARTAMENTOS.
002980     MOVE 'DEPTMAST' TO WRK-MESTRE.
002990     PERFORM 0240-INICIAR-COPIA.

003000     OPEN INPUT DEPT-MASTER.
003010     EVALUATE WRK-STATUS-DEP
003020         WHEN '00'
003030             CONTINUE
003040         WHEN '35'
003050             DISPLAY 'MSTSNAP - DEPTMAST INEXISTENTE - COPIA '
003060                 'VAZIA'
003070             MOVE 'S' TO SW-MESTRE-AUSENTE
003080             MOVE 'S' TO SW-FIM-MESTRE
003090         WHEN OTHER
003100             DISPLAY 'MSTSNAP - ERRO AO ABRIR DEPT-MASTER '
003110                 '- STATUS ' WRK-STATUS-DEP
003120             MOVE 'S' TO SW-ABORTAR
003130     END-EVALUATE.

003140     IF WRK-STATUS-DEP = '00' OR '35'
003150         OPEN OUTPUT DEPT-BACKUP-FILE
003160         IF WRK-STATUS-DBK NOT = '00'
003170             DISPLAY 'MSTSNAP - ERRO AO ABRIR DEPT-BACKUP-FILE '
003180                 '- STATUS ' WRK-STATUS-DBK
003190             MOVE 'S' TO SW-ABORTAR
003200         ELSE
003210             WRITE DEPT-BACKUP-LINE FROM BACKUP-HEADER-RECORD
003220             PERFORM 0231-LER-DEPARTAMENTO
003230                 UNTIL SW-FIM-MESTRE = 'S'
003240             IF SW-ERRO-LEITURA NOT = 'S'
003250                 PERFORM 0250-MONTAR-TRAILER
003260                 WRITE DEPT-BACKUP-LINE
003270                     FROM BACKUP-TRAILER-RECORD
003280             END-IF
003290             CLOSE DEPT-BACKUP-FILE
003300             MOVE WRK-QTD-REGISTROS TO WRK-QTD-DEP
003310         END-IF
003320     END-IF.

003330     IF WRK-STATUS-DEP NOT = '35'
003340         CLOSE DEPT-MASTER
003350     END-IF.

003360 0231-LER-DEPARTAMENTO.
003370     READ DEPT-MASTER NEXT RECORD
003380         AT END
003390             MOVE 'S' TO SW-FIM-MESTRE
003400         NOT AT END
003410             MOVE DEPT-RECORD TO WRK-IMAGEM-CONTROLE
003420             PERFORM 0260-MONTAR-DETALHE
003430             WRITE DEPT-BACKUP-LINE FROM BACKUP-RECORD
003440     END-READ.

003450     IF WRK-STATUS-DEP NOT = '00' AND WRK-STATUS-DEP NOT = '10'
003460         DISPLAY 'MSTSNAP - ERRO DE LEITURA NO DEPTMAST '
003470             '- STATUS ' WRK-STATUS-DEP
003480         MOVE 'S' TO SW-ERRO-LEITURA
003490         MOVE 'S' TO SW-FIM-MESTRE
003500         MOVE 'S' TO SW-ABORTAR
003510     END-IF.

003520*----------------------------------------------------------------
003530* 0240-INICIAR-COPIA - ZERA OS TOTAIS DE CONTROLE E MONTA O
003540*                CABECALHO 'H' DA COPIA DO MESTRE EM WRK-MESTRE.
003550*----------------------------------------------------------------
003560 0240-INICIAR-COPIA.
003570     MOVE ZEROS TO WRK-QTD-REGISTROS.
003580     MOVE ZEROS TO WRK-SOMA-CHAVES.
003590     MOVE ZEROS TO WRK-SOMA-VALORES.
003600     MOVE 'N'   TO SW-FIM-MESTRE.
003610     MOVE 'N'   TO SW-ERRO-LEITURA.

003620     MOVE SPACES        TO BACKUP-HEADER-RECORD.
003630     MOVE 'H'           TO BKH-TIPO.
003640     MOVE WRK-MESTRE    TO BKH-ARQUIVO.
003650     MOVE WRK-DATAATUAL TO BKH-DATA-COPIA.
003660     MOVE WRK-HORAATUAL TO BKH-HORA-COPIA.

003670*----------------------------------------------------------------
003680* 0250-MONTAR-TRAILER - TRAILER 'T' COM OS TOTAIS DE CONTROLE DOS
003690*                DETALHES GRAVADOS.
003700*----------------------------------------------------------------
003710 0250-MONTAR-TRAILER.
003720     MOVE SPACES            TO BACKUP-TRAILER-RECORD.
003730     MOVE 'T'               TO BKT-TIPO.
003740     MOVE WRK-QTD-REGISTROS TO BKT-QTD-REGISTROS.
003750     MOVE WRK-SOMA-CHAVES   TO BKT-SOMA-CHAVES.
003760     MOVE WRK-SOMA-VALORES  TO BKT-SOMA-VALORES.
003770     ADD WRK-QTD-REGISTROS  TO WRK-QTD-COPIADOS.

003780*----------------------------------------------------------------
003790* 0260-MONTAR-DETALHE - DETALHE 'D' COM A IMAGEM DO REGISTRO LIDO
003800*                (EM WRK-IMAGEM-CONTROLE), SOMADA AOS TOTAIS DE
003810*                CONTROLE DA COPIA.
003820*----------------------------------------------------------------
003830 0260-MONTAR-DETALHE.
003840     PERFORM 0400-APURAR-CONTROLE.
003850     MOVE 'D'                 TO BKD-TIPO.
003860     MOVE WRK-IMAGEM-CONTROLE TO BKD-IMAGEM.
003870     ADD 1                    TO WRK-QTD-REGISTROS.
003880     ADD WRK-REG-CHAVE        TO WRK-SOMA-CHAVES.
003890     ADD WRK-REG-VALOR        TO WRK-SOMA-VALORES.

003900*----------------------------------------------------------------
003910* 0300-FINALIZAR - DEFINE O RETURN-CODE E O RESULTADO DO PASSO E
003920*                IMPRIME O RESUMO NO CONSOLE.
003930*----------------------------------------------------------------
003940 0300-FINALIZAR.
003950     EVALUATE TRUE
003960         WHEN SW-ABORTAR = 'S'
003970             MOVE 12  TO RETURN-CODE
003980             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
003990         WHEN SW-MESTRE-AUSENTE = 'S'
004000             MOVE 4   TO RETURN-CODE
004010         WHEN OTHER
004020             MOVE 0   TO RETURN-CODE
004030     END-EVALUATE.

004040     DISPLAY '----------------------------------------'.
004050     DISPLAY 'MSTSNAP - COPIA DOS MESTRES FINALIZADA'.
004060     DISPLAY 'DATA/HORA DA COPIA    : ' WRK-DATAATUAL ' '
004070         WRK-HORAATUAL.
004080     DISPLAY 'REGISTROS DO EMPMAST  : ' WRK-QTD-EMP.
004090     DISPLAY 'REGISTROS DO LOANMAST : ' WRK-QTD-LON.
004100     DISPLAY 'REGISTROS DO DEPTMAST : ' WRK-QTD-DEP.

004110     PERFORM 0370-GRAVAR-RUNCTL-FIM.

004120*----------------------------------------------------------------
004130* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
004140*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
004150*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
004160*                LOTE: FICA SO O AVISO NO CONSOLE.
004170*----------------------------------------------------------------
004180 0360-GRAVAR-RUNCTL-INICIO.
004190     OPEN EXTEND RUN-CONTROL-FILE.
004200     IF WRK-STATUS-RUN NOT = '00'
004210         DISPLAY 'MSTSNAP - ERRO AO ABRIR RUN-CONTROL-FILE '
004220             '- STATUS ' WRK-STATUS-RUN
004230     ELSE
004240         MOVE 'S' TO SW-RUNCTL-ABERTO
004250         MOVE 'MSTSNAP   ' TO RUN-PROGRAMA
004260         MOVE WRK-DATAATUAL TO RUN-DATE
004270         MOVE WRK-HORAATUAL TO RUN-TIME
004280         MOVE 'I'        TO RUN-EVENTO
004290         MOVE 'NOTURNO ' TO RUN-MODO
004300         MOVE ZEROS TO RUN-QTD-PROCESSADOS
004310         MOVE ZEROS TO RUN-QTD-REJEITADOS
004320         MOVE SPACES TO RUN-RESULTADO
004330         WRITE RUN-CONTROL-RECORD
004340     END-IF.

004350*----------------------------------------------------------------
004360* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
004370*                RUNCTL: PROCESSADOS = REGISTROS COPIADOS DOS
004380*                TRES MESTRES COM TRAILER GRAVADO.
004390*----------------------------------------------------------------
004400 0370-GRAVAR-RUNCTL-FIM.
004410     IF SW-RUNCTL-ABERTO = 'S'
004420         MOVE 'MSTSNAP   ' TO RUN-PROGRAMA
004430         MOVE WRK-DATAATUAL TO RUN-DATE
004440         ACCEPT WRK-HORAATUAL FROM TIME
004450         MOVE WRK-HORAATUAL TO RUN-TIME
004460         MOVE 'F' TO RUN-EVENTO
004470         MOVE 'NOTURNO ' TO RUN-MODO
004480         MOVE WRK-QTD-COPIADOS TO RUN-QTD-PROCESSADOS
004490         MOVE ZEROS TO RUN-QTD-REJEITADOS
004500         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
004510         WRITE RUN-CONTROL-RECORD
004520         CLOSE RUN-CONTROL-FILE
004530     END-IF.

004540*----------------------------------------------------------------
004550* 0400-APURAR-CONTROLE - CHAVE E VALOR DE CONTROLE DA IMAGEM EM
004560*                WRK-IMAGEM-CONTROLE, CONFORME O MESTRE EM
004570*                WRK-MESTRE (LAYOUT NO BKPREC). CAMPO NAO NUMERICO
004580*                ENTRA COMO ZERO.
004590*----------------------------------------------------------------
004600 0400-APURAR-CONTROLE.
004610     MOVE ZEROS TO WRK-REG-CHAVE.
004620     MOVE ZEROS TO WRK-REG-VALOR.

004630     EVALUATE TRUE
004640         WHEN MESTRE-EMPREGADOS
004650             MOVE WRK-IMAGEM-CONTROLE TO IEM-RECORD
004660             IF IEM-ID NUMERIC
004670                 MOVE IEM-ID TO WRK-REG-CHAVE
004680             END-IF
004690             IF IEM-SALARIO NUMERIC
004700                 MOVE IEM-SALARIO TO WRK-REG-VALOR
004710             END-IF
004720         WHEN MESTRE-EMPRESTIMOS
004730             MOVE WRK-IMAGEM-CONTROLE TO ILN-RECORD
004740             IF ILN-CHAVE NUMERIC
004750                 COMPUTE WRK-REG-CHAVE =
004760                     ILN-EMP-ID * 100 + ILN-CONTRATO
004770             END-IF
004780             IF ILN-SALDO NUMERIC
004790                 MOVE ILN-SALDO TO WRK-REG-VALOR
004800             END-IF
004810         WHEN MESTRE-DEPARTAMENTOS
004820             MOVE WRK-IMAGEM-CONTROLE TO IDPT-RECORD
004830             MOVE IDP-CODIGO TO WRK-TEXTO-HASH
004840             PERFORM 0410-CODIFICAR-TEXTO
004850             MOVE WRK-HASH-TEXTO TO WRK-REG-CHAVE
004860             MOVE IDP-CENTRO-CUSTO TO WRK-TEXTO-HASH
004870             PERFORM 0410-CODIFICAR-TEXTO
004880             MOVE WRK-HASH-TEXTO TO WRK-REG-VALOR
004890     END-EVALUATE.

004900*----------------------------------------------------------------
004910* 0410-CODIFICAR-TEXTO - CODIGO NUMERICO DOS 6 CARACTERES DE
004920*                WRK-TEXTO-HASH: CADA CARACTERE VALE A SUA
004930*                POSICAO NO ALFABETO DE CONTROLE (BRANCO = 0,
004940*                DIGITOS, LETRAS; QUALQUER OUTRO = 37), EM BASE
004950*                38.
004960*----------------------------------------------------------------
004970 0410-CODIFICAR-TEXTO.
004980     MOVE ZEROS TO WRK-HASH-TEXTO.
004990     PERFORM 0411-CODIFICAR-CARACTERE
005000         VARYING WRK-POS-HASH FROM 1 BY 1
005010         UNTIL WRK-POS-HASH > 6.

005020 0411-CODIFICAR-CARACTERE.
005030     MOVE 'N' TO SW-LETRA-ACHADA.
005040     PERFORM 0412-COMPARAR-LETRA
005050         VARYING WRK-POS-LETRA FROM 1 BY 1
005060         UNTIL WRK-POS-LETRA > 37
005070            OR SW-LETRA-ACHADA = 'S'.
005080     IF SW-LETRA-ACHADA = 'S'
005090         COMPUTE WRK-VALOR-LETRA = WRK-POS-LETRA - 2
005100     ELSE
005110         MOVE 37 TO WRK-VALOR-LETRA
005120     END-IF.
005130     COMPUTE WRK-HASH-TEXTO =
005140         WRK-HASH-TEXTO * 38 + WRK-VALOR-LETRA.

005150 0412-COMPARAR-LETRA.
005160     IF WRK-LETRA (WRK-POS-LETRA)
005170         = WRK-CARACTERE-HASH (WRK-POS-HASH)
005180         MOVE 'S' TO SW-LETRA-ACHADA
005190     END-IF.
