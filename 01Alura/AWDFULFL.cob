000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AWDFULFL.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. PASSO NOTURNO DE ENTREGA
000130*                   DOS PREMIOS DE TEMPO DE CASA, RODADO DEPOIS
000140*                   DO EMPMAINT E DO TEMPOCASA, SOBRE O
000150*                   HISTORICO PERMANENTE DE PREMIOS (AWDHIST):
000160*                   1) BAIXA AS ENTREGAS CONFIRMADAS PELO
000170*                   FORNECEDOR (AWDCONF); 2) CANCELA OS PREMIOS
000180*                   AINDA NAO ENTREGUES DOS DESLIGADOS DO DIA
000190*                   (TERMFILE); 3) PEDE AO FORNECEDOR OS PREMIOS
000200*                   CONCEDIDOS, COM O ITEM VIGENTE DO CATALOGO
000210*                   (AWCPARM), NO ARQUIVO DE PEDIDOS AWDORDER
000220*                   COM CABECALHO E TRAILER; 4) LISTA NO
000230*                   RELATORIO (AWDFRPT) AS CONFIRMACOES
000240*                   RECUSADAS, OS CANCELAMENTOS E OS PEDIDOS
000250*                   AINDA NAO ENTREGUES HA MAIS DE
000260*                   WRK-DIAS-ALERTA DIAS.
000270*                   RETURN-CODE: 0 = NORMAL, 4 = CONFIRMACAO
000280*                   RECUSADA OU PREMIO RETIDO SEM ITEM NO
000290*                   CATALOGO, 12 = FALHA DE ABERTURA (RESULTADO
000300*                   'A' NO RUNCTL).
000301* 2026-10-15 RSM    RERUN NO MESMO DIA: O PREMIO JA PASSADO A
000302*                   PEDIDO ('P') NA DATA DA EXECUCAO VOLTA AO
000303*                   AWDORDER, QUE E RECRIADO A CADA EXECUCAO, E
000304*                   ENTRA NAS CONTAGENS DO TRAILER. SEM ISSO UM
000305*                   PASSO INTERROMPIDO PERDIA OS PEDIDOS DO DIA.
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
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS EMP-ID OF EMP-RECORD
000430         FILE STATUS IS WRK-STATUS-EMP.

000440     SELECT AWARD-HISTORY-FILE
000450         ASSIGN TO AWDHIST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AWH-CHAVE OF AWARD-HISTORY-RECORD
000490         FILE STATUS IS WRK-STATUS-AWH.

000500     SELECT AWARD-CATALOG-FILE
000510         ASSIGN TO AWCPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-STATUS-CAT.

000540     SELECT OPTIONAL AWARD-CONFIRMATION-FILE
000550         ASSIGN TO AWDCONF
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-STATUS-CNF.

000580     SELECT OPTIONAL TERMINATION-FILE
000590         ASSIGN TO TERMFILE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-STATUS-TRM.

000620     SELECT AWARD-ORDER-FILE
000630         ASSIGN TO AWDORDER
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-STATUS-ORD.

000660     SELECT PRINT-REPORT
000670         ASSIGN TO AWDFRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WRK-STATUS-PRT.

000700     SELECT RUN-CONTROL-FILE
000710         ASSIGN TO RUNCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-STATUS-RUN.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  EMPLOYEE-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY EMPMAST.

000790 FD  AWARD-HISTORY-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY AWHREC.

000820 FD  AWARD-CATALOG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY AWCREC.

000850 FD  AWARD-CONFIRMATION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY AWFREC.

000880 FD  TERMINATION-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY TERMREC.

000910 FD  AWARD-ORDER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY AWOREC.

000940 FD  PRINT-REPORT
000950     LABEL RECORDS ARE STANDARD.
000960 01  PRINT-LINE             PIC X(80).

000970 FD  RUN-CONTROL-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY RUNREC.

001000 WORKING-STORAGE SECTION.
001010     01 WRK-DATAATUAL.
001020         02 WRK-ANO    PIC 9(4).
001030         02 WRK-MES    PIC 9(2).
001040         02 WRK-DIA    PIC 9(2).
001050     01 WRK-DATA-CALCULO.
001060         02 WRK-CALC-ANO PIC 9(4).
001070         02 WRK-CALC-MES PIC 9(2).
001080         02 WRK-CALC-DIA PIC 9(2).
001090     01 WRK-DATA-BASE REDEFINES WRK-DATA-CALCULO.
001100         02 WRK-CALC-DATA PIC 9(08).
001110     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001120     77 WRK-DIAS-ALERTA     PIC 9(03) VALUE 30.
001130     77 WRK-DIAS-PENDENTE   PIC S9(07) VALUE ZEROS.
001140     77 WRK-DATA-CANCELAMENTO PIC 9(08) VALUE ZEROS.
001150     77 WRK-ORIGEM-CANCELAMENTO PIC X(28) VALUE SPACES.
001160     77 WRK-EMP-DESLIGADO   PIC 9(06) VALUE ZEROS.
001170     77 WRK-MARCO-PROCURADO PIC 9(02) VALUE ZEROS.
001180     77 WRK-QTD-CONFIRMACOES PIC 9(06) VALUE ZEROS.
001190     77 WRK-QTD-ENTREGUES   PIC 9(06) VALUE ZEROS.
001200     77 WRK-QTD-RECUSADAS   PIC 9(06) VALUE ZEROS.
001210     77 WRK-QTD-DESLIGAMENTOS PIC 9(06) VALUE ZEROS.
001220     77 WRK-QTD-CANCELADOS  PIC 9(06) VALUE ZEROS.
001230     77 WRK-QTD-PEDIDOS     PIC 9(06) VALUE ZEROS.
001231     77 WRK-QTD-REEMITIDOS  PIC 9(06) VALUE ZEROS.
001232     77 WRK-ITEM-PEDIDO     PIC X(08) VALUE SPACES.
001240     77 WRK-QTD-RETIDOS     PIC 9(06) VALUE ZEROS.
001250     77 WRK-QTD-ATRASADOS   PIC 9(06) VALUE ZEROS.
001260     77 WRK-QTD-MOVIMENTOS  PIC 9(06) VALUE ZEROS.
001270     77 WRK-SOMA-MATRICULAS PIC 9(12) VALUE ZEROS.
001280     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.

001290*----------------------------------------------------------------
001300* CATALOGO VIGENTE: UM ITEM POR MARCO, CARREGADO DO AWCPARM.
001310*----------------------------------------------------------------
001320     01 WRK-TABELA-CATALOGO.
001330         05 WRK-QTD-CATALOGO   PIC 9(02) VALUE ZEROS.
001340         05 WRK-CATALOGO OCCURS 20 TIMES
001350                               INDEXED BY CAT-IDX.
001360             10 WRK-CAT-MARCO     PIC 9(02).
001370             10 WRK-CAT-VIGENCIA  PIC 9(08).
001380             10 WRK-CAT-ITEM      PIC X(08).

001390     01 WRK-SWITCHES.
001400         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
001410             88 ABORTAR-EXECUCAO       VALUE 'S'.
001420         05 SW-FIM-ARQUIVO-CAT  PIC X(01) VALUE 'N'.
001430             88 FIM-ARQUIVO-CAT        VALUE 'S'.
001440         05 SW-FIM-ARQUIVO-CNF  PIC X(01) VALUE 'N'.
001450             88 FIM-ARQUIVO-CNF        VALUE 'S'.
001460         05 SW-FIM-ARQUIVO-TRM  PIC X(01) VALUE 'N'.
001470             88 FIM-ARQUIVO-TRM        VALUE 'S'.
001480         05 SW-FIM-ARQUIVO-AWH  PIC X(01) VALUE 'N'.
001490             88 FIM-ARQUIVO-AWH        VALUE 'S'.
001500         05 SW-ITEM-ACHADO      PIC X(01) VALUE 'N'.
001510             88 ITEM-ENCONTRADO        VALUE 'S'.
001520         05 SW-PEDIDO-ABERTO    PIC X(01) VALUE 'N'.
001530             88 PEDIDO-ABERTO          VALUE 'S'.
001540         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
001550             88 RUNCTL-ABERTO          VALUE 'S'.

001560     01 WRK-STATUS-ARQUIVOS.
001570         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001580         05 WRK-STATUS-AWH  PIC X(02) VALUE '00'.
001590         05 WRK-STATUS-CAT  PIC X(02) VALUE '00'.
001600         05 WRK-STATUS-CNF  PIC X(02) VALUE '00'.
001610         05 WRK-STATUS-TRM  PIC X(02) VALUE '00'.
001620         05 WRK-STATUS-ORD  PIC X(02) VALUE '00'.
001630         05 WRK-STATUS-PRT  PIC X(02) VALUE '00'.
001640         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001650     01 WRK-LINHA-CABECALHO.
001660         05 FILLER PIC X(44)
001670             VALUE 'AWDFULFL - PREMIOS DE TEMPO DE CASA - DATA: '.
001680         05 WRK-LC-DATA     PIC 9(08).
001690         05 FILLER PIC X(28) VALUE SPACES.

001700     01 WRK-LINHA-SECAO.
001710         05 WRK-LS-TITULO   PIC X(80).

001720     01 WRK-LINHA-COLUNAS.
001730         05 FILLER PIC X(40)
001740             VALUE 'MATRIC  NOME        DEPTO MARCO ITEM    '.
001750         05 FILLER PIC X(40)
001760             VALUE '  DATA      OBSERVACAO'.

001770     01 WRK-LINHA-DETALHE.
001780         05 WRK-LD-EMP-ID   PIC 9(06).
001790         05 FILLER          PIC X(02) VALUE SPACES.
001800         05 WRK-LD-NOME     PIC X(10).
001810         05 FILLER          PIC X(02) VALUE SPACES.
001820         05 WRK-LD-DEPTO    PIC X(04).
001830         05 FILLER          PIC X(02) VALUE SPACES.
001840         05 WRK-LD-MARCO    PIC Z9.
001850         05 FILLER          PIC X(04) VALUE SPACES.
001860         05 WRK-LD-ITEM     PIC X(08).
001870         05 FILLER          PIC X(02) VALUE SPACES.
001880         05 WRK-LD-DATA     PIC 9(08).
001890         05 FILLER          PIC X(02) VALUE SPACES.
001900         05 WRK-LD-OBSERVACAO PIC X(28).

001910     01 WRK-LINHA-OBS-ATRASO.
001920         05 FILLER          PIC X(11) VALUE 'PEDIDO HA '.
001930         05 WRK-LO-DIAS     PIC Z,ZZ9.
001940         05 FILLER          PIC X(12) VALUE ' DIAS'.

001950     01 WRK-LINHA-RESUMO.
001960         05 WRK-LR-ROTULO   PIC X(40).
001970         05 WRK-LR-VALOR    PIC ZZZ,ZZ9.
001980         05 FILLER          PIC X(33) VALUE SPACES.

001990 PROCEDURE DIVISION.
002000 0000-PRINCIPAL.
002010     PERFORM 0100-INICIAR.
002020     PERFORM 0200-PROCESSAR.
002030     PERFORM 0300-FINALIZAR.

002040     STOP RUN.

002050*----------------------------------------------------------------
002060* 0100-INICIAR - CARREGA O CATALOGO E ABRE OS ARQUIVOS. AWDCONF
002070*                E TERMFILE SAO OPCIONAIS (NOITE SEM ENTREGA OU
002080*                SEM DESLIGAMENTO). UM AWDHIST AINDA INEXISTENTE
002090*                (STATUS 35) E CRIADO VAZIO. QUALQUER OUTRA FALHA
002100*                DE ABERTURA ABORTA O PASSO, E ENTAO O ARQUIVO DE
002110*                PEDIDOS NEM E ABERTO.
002120*----------------------------------------------------------------
002130 0100-INICIAR.
002140     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
002150     ACCEPT WRK-HORAATUAL FROM TIME.

002160     PERFORM 0360-GRAVAR-RUNCTL-INICIO.

002170     PERFORM 0110-CARREGAR-CATALOGO.

002180     OPEN INPUT EMPLOYEE-MASTER.
002190     IF WRK-STATUS-EMP NOT = '00'
002200         DISPLAY 'AWDFULFL - ERRO AO ABRIR EMPLOYEE-MASTER '
002210             '- STATUS ' WRK-STATUS-EMP
002220         MOVE 'S' TO SW-ABORTAR
002230     END-IF.

002240     OPEN I-O AWARD-HISTORY-FILE.
002250     IF WRK-STATUS-AWH = '35'
002260         OPEN OUTPUT AWARD-HISTORY-FILE
002270         CLOSE AWARD-HISTORY-FILE
002280         OPEN I-O AWARD-HISTORY-FILE
002290     END-IF.
002300     IF WRK-STATUS-AWH NOT = '00'
002310         DISPLAY 'AWDFULFL - ERRO AO ABRIR AWARD-HISTORY-FILE '
002320             '- STATUS ' WRK-STATUS-AWH
002330         MOVE 'S' TO SW-ABORTAR
002340     END-IF.

002350     OPEN INPUT AWARD-CONFIRMATION-FILE.
002360     IF WRK-STATUS-CNF NOT = '00' AND WRK-STATUS-CNF NOT = '05'
002370         DISPLAY 'AWDFULFL - ERRO AO ABRIR AWARD-CONFIRMATION-'
002380             'FILE - STATUS ' WRK-STATUS-CNF
002390         MOVE 'S' TO SW-ABORTAR
002400     END-IF.

002410     OPEN INPUT TERMINATION-FILE.
002420     IF WRK-STATUS-TRM NOT = '00' AND WRK-STATUS-TRM NOT = '05'
002430         DISPLAY 'AWDFULFL - ERRO AO ABRIR TERMINATION-FILE '
002440             '- STATUS ' WRK-STATUS-TRM
002450         MOVE 'S' TO SW-ABORTAR
002460     END-IF.

002470     OPEN OUTPUT PRINT-REPORT.
002480     IF WRK-STATUS-PRT NOT = '00'
002490         DISPLAY 'AWDFULFL - ERRO AO ABRIR PRINT-REPORT '
002500             '- STATUS ' WRK-STATUS-PRT
002510         MOVE 'S' TO SW-ABORTAR
002520     END-IF.

002530     IF SW-ABORTAR NOT = 'S'
002540         OPEN OUTPUT AWARD-ORDER-FILE
002550         IF WRK-STATUS-ORD NOT = '00'
002560             DISPLAY 'AWDFULFL - ERRO AO ABRIR AWARD-ORDER-FILE '
002570                 '- STATUS ' WRK-STATUS-ORD
002580             MOVE 'S' TO SW-ABORTAR
002590         ELSE
002600             PERFORM 0120-GRAVAR-CABECALHO-PEDIDO
002610         END-IF
002620     END-IF.

002630*----------------------------------------------------------------
002640* 0110-CARREGAR-CATALOGO - CARREGA DO AWCPARM, PARA CADA MARCO, O
002650*                ITEM DE VIGENCIA MAIS RECENTE NAO POSTERIOR A
002660*                DATA DA EXECUCAO. REGISTRO NAO NUMERICO E
002670*                IGNORADO COM AVISO. CATALOGO ILEGIVEL ABORTA O
002680*                PASSO; MARCO SEM ITEM SO RETEM O PEDIDO.
002690*----------------------------------------------------------------
002700 0110-CARREGAR-CATALOGO.
002710     MOVE ZEROS TO WRK-QTD-CATALOGO.
002720     MOVE 'N'   TO SW-FIM-ARQUIVO-CAT.

002730     OPEN INPUT AWARD-CATALOG-FILE.
002740     IF WRK-STATUS-CAT NOT = '00'
002750         DISPLAY 'AWDFULFL - ERRO AO ABRIR AWARD-CATALOG-FILE '
002760             '- STATUS ' WRK-STATUS-CAT
002770         MOVE 'S' TO SW-ABORTAR
002780     ELSE
002790         PERFORM 0111-LER-CATALOGO
002800             UNTIL SW-FIM-ARQUIVO-CAT = 'S'
002810         CLOSE AWARD-CATALOG-FILE
002820     END-IF.

002830 0111-LER-CATALOGO.
002840     READ AWARD-CATALOG-FILE
002850         AT END
002860             MOVE 'S' TO SW-FIM-ARQUIVO-CAT
002870         NOT AT END
002880             PERFORM 0112-GUARDAR-ITEM
002890     END-READ.

002900 0112-GUARDAR-ITEM.
002910     IF AWC-DATA-VIGENCIA NOT NUMERIC
002920         OR AWC-MARCO NOT NUMERIC
002930         OR AWC-ITEM = SPACES
002940         DISPLAY 'AWDFULFL - REGISTRO INVALIDO NO AWCPARM '
002950             'IGNORADO'
002960     ELSE
002970         IF AWC-DATA-VIGENCIA NOT > WRK-DATAATUAL
002980             MOVE AWC-MARCO TO WRK-MARCO-PROCURADO
002990             PERFORM 0255-PROCURAR-ITEM
003000             IF SW-ITEM-ACHADO = 'S'
003010                 IF AWC-DATA-VIGENCIA > WRK-CAT-VIGENCIA (CAT-IDX)
003020                     MOVE AWC-DATA-VIGENCIA
003030                         TO WRK-CAT-VIGENCIA (CAT-IDX)
003040                     MOVE AWC-ITEM TO WRK-CAT-ITEM (CAT-IDX)
003050                 END-IF
003060             ELSE
003070                 PERFORM 0113-INCLUIR-ITEM
003080             END-IF
003090         END-IF
003100     END-IF.

003110 0113-INCLUIR-ITEM.
003120     IF WRK-QTD-CATALOGO < 20
003130         ADD 1 TO WRK-QTD-CATALOGO
003140         SET CAT-IDX TO WRK-QTD-CATALOGO
003150         MOVE AWC-MARCO         TO WRK-CAT-MARCO (CAT-IDX)
003160         MOVE AWC-DATA-VIGENCIA TO WRK-CAT-VIGENCIA (CAT-IDX)
003170         MOVE AWC-ITEM          TO WRK-CAT-ITEM (CAT-IDX)
003180     ELSE
003190         DISPLAY 'AWDFULFL - CATALOGO COM MAIS DE 20 MARCOS, '
003200             'MARCO ' AWC-MARCO ' IGNORADO'
003210     END-IF.

003220*----------------------------------------------------------------
003230* 0120-GRAVAR-CABECALHO-PEDIDO - ABRE O LOTE DO AWDORDER COM O
003240*                REGISTRO DE CABECALHO 'H'.
003250*----------------------------------------------------------------
003260 0120-GRAVAR-CABECALHO-PEDIDO.
003270     MOVE 'H'           TO AOH-TIPO.
003280     MOVE WRK-DATAATUAL TO AOH-RUN-DATE.
003290     MOVE 'AWDFULFL  '  TO AOH-PROGRAMA.
003300     WRITE AWARD-ORDER-HEADER-RECORD.
003310     MOVE ZEROS TO WRK-QTD-PEDIDOS.
003320     MOVE ZEROS TO WRK-SOMA-MATRICULAS.
003330     MOVE 'S'   TO SW-PEDIDO-ABERTO.

003340*----------------------------------------------------------------
003350* 0200-PROCESSAR - AS ENTREGAS SAO BAIXADAS ANTES DOS
003360*                CANCELAMENTOS, PARA UM PREMIO ENTREGUE ANTES DO
003370*                DESLIGAMENTO NAO SER CANCELADO, E OS PEDIDOS
003380*                SAO GERADOS DEPOIS, PARA NAO PEDIR BRINDE DE
003390*                QUEM SAIU NO DIA.
003400*----------------------------------------------------------------
003410 0200-PROCESSAR.
003420     IF SW-ABORTAR NOT = 'S'
003430         MOVE WRK-DATAATUAL TO WRK-LC-DATA
003440         WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO
003450         PERFORM 0210-BAIXAR-ENTREGAS
003460         PERFORM 0230-CANCELAR-DESLIGADOS
003470         PERFORM 0250-GERAR-PEDIDOS
003480         IF WRK-QTD-CANCELADOS = ZEROS
003490             MOVE '   NENHUM PREMIO CANCELADO' TO PRINT-LINE
003500             WRITE PRINT-LINE
003510         END-IF
003520         PERFORM 0270-LISTAR-PENDENTES
003530     END-IF.

003540*----------------------------------------------------------------
003550* 0210-BAIXAR-ENTREGAS - LE AS CONFIRMACOES DO FORNECEDOR E
003560*                MARCA COMO ENTREGUE ('E') O PREMIO PEDIDO.
003570*                CONFIRMACAO QUE NAO CASA COM UM PEDIDO EM ABERTO
003580*                E LISTADA COMO RECUSADA.
003590*----------------------------------------------------------------
003600 0210-BAIXAR-ENTREGAS.
003610     MOVE 'CONFIRMACOES DE ENTREGA RECUSADAS' TO WRK-LS-TITULO.
003620     PERFORM 0290-IMPRIMIR-SECAO.

003630     PERFORM 0211-LER-CONFIRMACAO.
003640     PERFORM 0212-TRATAR-CONFIRMACAO
003650         UNTIL SW-FIM-ARQUIVO-CNF = 'S'.

003660     IF WRK-QTD-RECUSADAS = ZEROS
003670         MOVE '   NENHUMA CONFIRMACAO RECUSADA' TO PRINT-LINE
003680         WRITE PRINT-LINE
003690     END-IF.

003700 0211-LER-CONFIRMACAO.
003710     READ AWARD-CONFIRMATION-FILE
003720         AT END
003730             MOVE 'S' TO SW-FIM-ARQUIVO-CNF
003740     END-READ.

003750 0212-TRATAR-CONFIRMACAO.
003760     ADD 1 TO WRK-QTD-CONFIRMACOES.
003770     IF AWF-EMP-ID NOT NUMERIC
003780         OR AWF-MARCO NOT NUMERIC
003790         OR AWF-DATA-ENTREGA NOT NUMERIC
003800         MOVE SPACES TO AWARD-HISTORY-RECORD
003810         MOVE 'REGISTRO INVALIDO' TO WRK-LD-OBSERVACAO
003820         PERFORM 0215-RECUSAR-CONFIRMACAO
003830     ELSE
003840         MOVE AWF-EMP-ID TO AWH-EMP-ID
003850         MOVE AWF-MARCO  TO AWH-MARCO
003860         READ AWARD-HISTORY-FILE
003870             INVALID KEY
003880                 MOVE SPACES TO AWH-NOME AWH-DEPARTAMENTO
003890                                AWH-ITEM
003900                 MOVE 'PREMIO FORA DO HISTORICO'
003910                     TO WRK-LD-OBSERVACAO
003920                 PERFORM 0215-RECUSAR-CONFIRMACAO
003930             NOT INVALID KEY
003940                 PERFORM 0213-BAIXAR-PEDIDO
003950         END-READ
003960     END-IF.

003970     PERFORM 0211-LER-CONFIRMACAO.

003980 0213-BAIXAR-PEDIDO.
003990     EVALUATE TRUE
004000         WHEN AWH-PEDIDO
004010             AND AWF-DATA-ENTREGA < AWH-DATA-PEDIDO
004020             MOVE 'ENTREGA ANTERIOR AO PEDIDO'
004030                 TO WRK-LD-OBSERVACAO
004040             PERFORM 0215-RECUSAR-CONFIRMACAO
004050         WHEN AWH-PEDIDO
004060             MOVE 'E'              TO AWH-SITUACAO
004070             MOVE AWF-DATA-ENTREGA TO AWH-DATA-ENTREGA
004080             REWRITE AWARD-HISTORY-RECORD
004090             ADD 1 TO WRK-QTD-ENTREGUES
004100         WHEN AWH-ENTREGUE
004110             MOVE 'ENTREGA JA CONFIRMADA' TO WRK-LD-OBSERVACAO
004120             PERFORM 0215-RECUSAR-CONFIRMACAO
004130         WHEN AWH-CANCELADO
004140             MOVE 'PREMIO CANCELADO' TO WRK-LD-OBSERVACAO
004150             PERFORM 0215-RECUSAR-CONFIRMACAO
004160         WHEN OTHER
004170             MOVE 'PREMIO AINDA NAO PEDIDO' TO WRK-LD-OBSERVACAO
004180             PERFORM 0215-RECUSAR-CONFIRMACAO
004190     END-EVALUATE.

004200*----------------------------------------------------------------
004210* 0215-RECUSAR-CONFIRMACAO - IMPRIME A CONFIRMACAO RECUSADA COM A
004220*                DATA DE ENTREGA INFORMADA PELO FORNECEDOR. O
004230*                MOTIVO JA VEM EM WRK-LD-OBSERVACAO.
004240*----------------------------------------------------------------
004250 0215-RECUSAR-CONFIRMACAO.
004260     MOVE AWF-EMP-ID       TO WRK-LD-EMP-ID.
004270     MOVE AWH-NOME         TO WRK-LD-NOME.
004280     MOVE AWH-DEPARTAMENTO TO WRK-LD-DEPTO.
004290     IF AWF-MARCO NUMERIC
004300         MOVE AWF-MARCO TO WRK-LD-MARCO
004310     ELSE
004320         MOVE ZEROS TO WRK-LD-MARCO
004330     END-IF.
004340     MOVE AWH-ITEM         TO WRK-LD-ITEM.
004350     IF AWF-DATA-ENTREGA NUMERIC
004360         MOVE AWF-DATA-ENTREGA TO WRK-LD-DATA
004370     ELSE
004380         MOVE ZEROS TO WRK-LD-DATA
004390     END-IF.
004400     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.
004410     ADD 1 TO WRK-QTD-RECUSADAS.

004420*----------------------------------------------------------------
004430* 0230-CANCELAR-DESLIGADOS - PARA CADA DESLIGAMENTO DO DIA
004440*                (TERMFILE) CANCELA OS PREMIOS DO FUNCIONARIO
004450*                AINDA NAO ENTREGUES (CONCEDIDOS OU PEDIDOS), COM
004460*                A DATA DO DESLIGAMENTO.
004470*----------------------------------------------------------------
004480 0230-CANCELAR-DESLIGADOS.
004490     MOVE 'PREMIOS CANCELADOS POR DESLIGAMENTO ANTES DA ENTREGA'
004500         TO WRK-LS-TITULO.
004510     PERFORM 0290-IMPRIMIR-SECAO.

004520     PERFORM 0231-LER-DESLIGAMENTO.
004530     PERFORM 0232-TRATAR-DESLIGAMENTO
004540         UNTIL SW-FIM-ARQUIVO-TRM = 'S'.

004550 0231-LER-DESLIGAMENTO.
004560     READ TERMINATION-FILE
004570         AT END
004580             MOVE 'S' TO SW-FIM-ARQUIVO-TRM
004590     END-READ.

004600 0232-TRATAR-DESLIGAMENTO.
004610     IF TRM-EMP-ID NUMERIC
004620         ADD 1 TO WRK-QTD-DESLIGAMENTOS
004630         MOVE TRM-EMP-ID TO WRK-EMP-DESLIGADO
004640         MOVE TRM-DATA-DESLIGAMENTO TO WRK-DATA-CANCELAMENTO
004650         MOVE 'DESLIGADO (TERMFILE)'
004660             TO WRK-ORIGEM-CANCELAMENTO
004670         MOVE TRM-EMP-ID TO AWH-EMP-ID
004680         MOVE ZEROS      TO AWH-MARCO
004690         MOVE 'N'        TO SW-FIM-ARQUIVO-AWH
004700         START AWARD-HISTORY-FILE
004710             KEY IS NOT LESS THAN AWH-CHAVE
004720             INVALID KEY
004730                 MOVE 'S' TO SW-FIM-ARQUIVO-AWH
004740         END-START
004750         PERFORM 0233-LER-PREMIO-DESLIGADO
004760             UNTIL SW-FIM-ARQUIVO-AWH = 'S'
004770     END-IF.

004780     PERFORM 0231-LER-DESLIGAMENTO.

004790 0233-LER-PREMIO-DESLIGADO.
004800     READ AWARD-HISTORY-FILE NEXT RECORD
004810         AT END
004820             MOVE 'S' TO SW-FIM-ARQUIVO-AWH
004830         NOT AT END
004840             IF AWH-EMP-ID NOT = WRK-EMP-DESLIGADO
004850                 MOVE 'S' TO SW-FIM-ARQUIVO-AWH
004860             ELSE
004870                 IF AWH-CONCEDIDO OR AWH-PEDIDO
004880                     PERFORM 0235-CANCELAR-PREMIO
004890                 END-IF
004900             END-IF
004910     END-READ.

004920*----------------------------------------------------------------
004930* 0235-CANCELAR-PREMIO - MARCA O PREMIO CORRENTE DO AWDHIST COMO
004940*                CANCELADO ('X') NA DATA WRK-DATA-CANCELAMENTO E
004950*                O IMPRIME COM A ORIGEM DO CANCELAMENTO. PEDIDO
004960*                JA FEITO SAI COM O ITEM, PARA O RH AVISAR O
004970*                FORNECEDOR.
004980*----------------------------------------------------------------
004990 0235-CANCELAR-PREMIO.
005000     MOVE 'X'                   TO AWH-SITUACAO.
005010     MOVE WRK-DATA-CANCELAMENTO TO AWH-DATA-CANCELAMENTO.
005020     REWRITE AWARD-HISTORY-RECORD.
005030     ADD 1 TO WRK-QTD-CANCELADOS.

005040     MOVE AWH-EMP-ID       TO WRK-LD-EMP-ID.
005050     MOVE AWH-NOME         TO WRK-LD-NOME.
005060     MOVE AWH-DEPARTAMENTO TO WRK-LD-DEPTO.
005070     MOVE AWH-MARCO        TO WRK-LD-MARCO.
005080     MOVE AWH-ITEM         TO WRK-LD-ITEM.
005090     MOVE WRK-DATA-CANCELAMENTO TO WRK-LD-DATA.
005100     MOVE WRK-ORIGEM-CANCELAMENTO TO WRK-LD-OBSERVACAO.
005110     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

005120*----------------------------------------------------------------
005130* 0250-GERAR-PEDIDOS - VARRE O AWDHIST E PEDE AO FORNECEDOR CADA
005140*                PREMIO CONCEDIDO ('C'). FUNCIONARIO JA
005150*                DESLIGADO NO MESTRE (DESLIGAMENTO DE UM DIA EM
005160*                QUE O PASSO NAO RODOU) TEM O PREMIO CANCELADO;
005170*                SEM CADASTRO OU SEM ITEM VIGENTE NO CATALOGO, O
005180*                PREMIO FICA RETIDO EM 'C' E SAI NA LISTA DE
005190*                PENDENTES.
005191*                PREMIO JA PEDIDO ('P') NA DATA DA EXECUCAO
005192*                (RERUN NO MESMO DIA) E PEDIDO DE NOVO, POIS O
005193*                AWDORDER E RECRIADO A CADA EXECUCAO.
005200*----------------------------------------------------------------
005210 0250-GERAR-PEDIDOS.
005220     MOVE ZEROS TO AWH-CHAVE.
005230     MOVE 'N'   TO SW-FIM-ARQUIVO-AWH.
005240     START AWARD-HISTORY-FILE
005250         KEY IS NOT LESS THAN AWH-CHAVE
005260         INVALID KEY
005270             MOVE 'S' TO SW-FIM-ARQUIVO-AWH
005280     END-START.
005290     PERFORM 0251-LER-PREMIO-CONCEDIDO
005300         UNTIL SW-FIM-ARQUIVO-AWH = 'S'.

005310 0251-LER-PREMIO-CONCEDIDO.
005320     READ AWARD-HISTORY-FILE NEXT RECORD
005330         AT END
005340             MOVE 'S' TO SW-FIM-ARQUIVO-AWH
005350         NOT AT END
005360             EVALUATE TRUE
005361                 WHEN AWH-CONCEDIDO
005362                     PERFORM 0252-PEDIR-PREMIO
005363                 WHEN AWH-PEDIDO
005364                  AND AWH-DATA-PEDIDO = WRK-DATAATUAL
005365                     PERFORM 0253-REEMITIR-PEDIDO
005366             END-EVALUATE
005390     END-READ.

005400 0252-PEDIR-PREMIO.
005410     MOVE AWH-EMP-ID TO EMP-ID OF EMP-RECORD.
005420     READ EMPLOYEE-MASTER
005430         INVALID KEY
005440             MOVE SPACES TO EMP-STATUS OF EMP-RECORD
005450     END-READ.

005460     MOVE AWH-MARCO TO WRK-MARCO-PROCURADO.
005470     PERFORM 0255-PROCURAR-ITEM.

005480     EVALUATE TRUE
005490         WHEN WRK-STATUS-EMP NOT = '00'
005500             ADD 1 TO WRK-QTD-RETIDOS
005510         WHEN EMP-DESLIGADO
005520             MOVE EMP-DATA-STATUS OF EMP-RECORD
005530                 TO WRK-DATA-CANCELAMENTO
005540             MOVE 'DESLIGADO (EMPMAST)'
005550                 TO WRK-ORIGEM-CANCELAMENTO
005560             PERFORM 0235-CANCELAR-PREMIO
005570         WHEN SW-ITEM-ACHADO NOT = 'S'
005580             ADD 1 TO WRK-QTD-RETIDOS
005590         WHEN OTHER
005595             MOVE WRK-CAT-ITEM (CAT-IDX) TO WRK-ITEM-PEDIDO
005600             PERFORM 0257-GRAVAR-PEDIDO
005610     END-EVALUATE.

005611 0253-REEMITIR-PEDIDO.
005612     MOVE AWH-EMP-ID TO EMP-ID OF EMP-RECORD.
005613     READ EMPLOYEE-MASTER
005614         INVALID KEY
005615             MOVE AWH-DEPARTAMENTO
005616                 TO EMP-DEPARTAMENTO OF EMP-RECORD
005617     END-READ.
005618     MOVE AWH-ITEM TO WRK-ITEM-PEDIDO.
005619     PERFORM 0257-GRAVAR-PEDIDO.

005620*----------------------------------------------------------------
005630* 0255-PROCURAR-ITEM - PROCURA NO CATALOGO VIGENTE O ITEM DO
005640*                MARCO EM WRK-MARCO-PROCURADO (CAT-IDX FICA NA
005650*                POSICAO).
005660*----------------------------------------------------------------
005670 0255-PROCURAR-ITEM.
005680     MOVE 'N' TO SW-ITEM-ACHADO.
005690     PERFORM 0256-COMPARAR-ITEM
005700         VARYING CAT-IDX FROM 1 BY 1
005710         UNTIL CAT-IDX > WRK-QTD-CATALOGO
005720            OR SW-ITEM-ACHADO = 'S'.
005730     IF SW-ITEM-ACHADO = 'S'
005740         SET CAT-IDX DOWN BY 1
005750     END-IF.

005760 0256-COMPARAR-ITEM.
005770     IF WRK-CAT-MARCO (CAT-IDX) = WRK-MARCO-PROCURADO
005780         MOVE 'S' TO SW-ITEM-ACHADO
005790     END-IF.

005800*----------------------------------------------------------------
005810* 0257-GRAVAR-PEDIDO - GRAVA O DETALHE 'D' NO AWDORDER E PASSA O
005820*                PREMIO A PEDIDO ('P') COM O ITEM E A DATA; NO
005825*                RERUN DO DIA O PREMIO JA ESTA EM 'P'.
005830*----------------------------------------------------------------
005840 0257-GRAVAR-PEDIDO.
005850     MOVE 'D'                     TO AWO-TIPO.
005860     MOVE AWH-EMP-ID              TO AWO-EMP-ID.
005870     MOVE AWH-MARCO               TO AWO-MARCO.
005880     MOVE WRK-ITEM-PEDIDO         TO AWO-ITEM.
005890     MOVE AWH-NOME                TO AWO-NOME.
005900     MOVE EMP-DEPARTAMENTO OF EMP-RECORD TO AWO-DEPARTAMENTO.
005910     MOVE WRK-DATAATUAL           TO AWO-DATA-PEDIDO.
005920     WRITE AWARD-ORDER-RECORD.
005930     ADD 1          TO WRK-QTD-PEDIDOS.
005940     ADD AWH-EMP-ID TO WRK-SOMA-MATRICULAS.

005950     IF AWH-PEDIDO
005951         ADD 1 TO WRK-QTD-REEMITIDOS
005952     ELSE
005953         MOVE 'P'                 TO AWH-SITUACAO
005960         MOVE WRK-ITEM-PEDIDO     TO AWH-ITEM
005970         MOVE WRK-DATAATUAL       TO AWH-DATA-PEDIDO
005980         REWRITE AWARD-HISTORY-RECORD
005985     END-IF.

005990*----------------------------------------------------------------
006000* 0270-LISTAR-PENDENTES - LISTA OS PEDIDOS NAO ENTREGUES HA MAIS
006010*                DE WRK-DIAS-ALERTA DIAS E OS PREMIOS RETIDOS EM
006020*                'C' (SEM ITEM NO CATALOGO OU SEM CADASTRO).
006030*----------------------------------------------------------------
006040 0270-LISTAR-PENDENTES.
006050     MOVE 'PREMIOS PEDIDOS E NAO ENTREGUES / RETIDOS SEM PEDIDO'
006060         TO WRK-LS-TITULO.
006070     PERFORM 0290-IMPRIMIR-SECAO.

006080     MOVE ZEROS TO AWH-CHAVE.
006090     MOVE 'N'   TO SW-FIM-ARQUIVO-AWH.
006100     START AWARD-HISTORY-FILE
006110         KEY IS NOT LESS THAN AWH-CHAVE
006120         INVALID KEY
006130             MOVE 'S' TO SW-FIM-ARQUIVO-AWH
006140     END-START.
006150     PERFORM 0271-LER-PREMIO-PENDENTE
006160         UNTIL SW-FIM-ARQUIVO-AWH = 'S'.

006170     IF WRK-QTD-ATRASADOS = ZEROS AND WRK-QTD-RETIDOS = ZEROS
006180         MOVE '   NENHUM PREMIO PENDENTE' TO PRINT-LINE
006190         WRITE PRINT-LINE
006200     END-IF.

006210 0271-LER-PREMIO-PENDENTE.
006220     READ AWARD-HISTORY-FILE NEXT RECORD
006230         AT END
006240             MOVE 'S' TO SW-FIM-ARQUIVO-AWH
006250         NOT AT END
006260             EVALUATE TRUE
006270                 WHEN AWH-PEDIDO
006280                     PERFORM 0272-AVALIAR-ATRASO
006290                 WHEN AWH-CONCEDIDO
006300                     PERFORM 0274-IMPRIMIR-RETIDO
006310             END-EVALUATE
006320     END-READ.

006330*----------------------------------------------------------------
006340* 0272-AVALIAR-ATRASO - DIAS DESDE O PEDIDO PELA CONTAGEM
006350*                COMERCIAL (ANO DE 360 DIAS, MES DE 30), QUE
006360*                BASTA PARA O ALERTA DE COBRANCA DO FORNECEDOR.
006370*----------------------------------------------------------------
006380 0272-AVALIAR-ATRASO.
006390     MOVE AWH-DATA-PEDIDO TO WRK-CALC-DATA.
006400     COMPUTE WRK-DIAS-PENDENTE =
006410         (WRK-ANO - WRK-CALC-ANO) * 360
006420         + (WRK-MES - WRK-CALC-MES) * 30
006430         + WRK-DIA - WRK-CALC-DIA.

006440     IF WRK-DIAS-PENDENTE > WRK-DIAS-ALERTA
006450         MOVE WRK-DIAS-PENDENTE TO WRK-LO-DIAS
006460         MOVE WRK-LINHA-OBS-ATRASO TO WRK-LD-OBSERVACAO
006470         MOVE AWH-DATA-PEDIDO TO WRK-LD-DATA
006480         PERFORM 0276-IMPRIMIR-PENDENTE
006490         ADD 1 TO WRK-QTD-ATRASADOS
006500     END-IF.

006510 0274-IMPRIMIR-RETIDO.
006520     MOVE AWH-MARCO TO WRK-MARCO-PROCURADO.
006530     PERFORM 0255-PROCURAR-ITEM.
006540     IF SW-ITEM-ACHADO = 'S'
006550         MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-LD-OBSERVACAO
006560     ELSE
006570         MOVE 'MARCO SEM ITEM NO CATALOGO' TO WRK-LD-OBSERVACAO
006580     END-IF.
006590     MOVE AWH-DATA-CONCESSAO TO WRK-LD-DATA.
006600     PERFORM 0276-IMPRIMIR-PENDENTE.

006610 0276-IMPRIMIR-PENDENTE.
006620     MOVE AWH-EMP-ID       TO WRK-LD-EMP-ID.
006630     MOVE AWH-NOME         TO WRK-LD-NOME.
006640     MOVE AWH-DEPARTAMENTO TO WRK-LD-DEPTO.
006650     MOVE AWH-MARCO        TO WRK-LD-MARCO.
006660     MOVE AWH-ITEM         TO WRK-LD-ITEM.
006670     WRITE PRINT-LINE FROM WRK-LINHA-DETALHE.

006680*----------------------------------------------------------------
006690* 0290-IMPRIMIR-SECAO - TITULO E CABECALHO DE COLUNAS DE UMA
006700*                SECAO DO RELATORIO (TITULO EM WRK-LS-TITULO).
006710*----------------------------------------------------------------
006720 0290-IMPRIMIR-SECAO.
006730     MOVE SPACES TO PRINT-LINE.
006740     WRITE PRINT-LINE.
006750     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
006760     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS.

006770*----------------------------------------------------------------
006780* 0300-FINALIZAR - FECHA O LOTE DE PEDIDOS COM O TRAILER, IMPRIME
006790*                O RESUMO, DEFINE O RETURN-CODE E O RESULTADO DO
006800*                PASSO E FECHA OS ARQUIVOS.
006810*----------------------------------------------------------------
006820 0300-FINALIZAR.
006830     IF SW-PEDIDO-ABERTO = 'S'
006840         MOVE 'T'                 TO AOT-TIPO
006850         MOVE WRK-QTD-PEDIDOS     TO AOT-QTD-REGISTROS
006860         MOVE WRK-SOMA-MATRICULAS TO AOT-SOMA-MATRICULAS
006870         WRITE AWARD-ORDER-TRAILER-RECORD
006880         CLOSE AWARD-ORDER-FILE
006890     END-IF.

006900     IF SW-ABORTAR NOT = 'S'
006910         PERFORM 0310-IMPRIMIR-RESUMO
006920     END-IF.

006930     EVALUATE TRUE
006940         WHEN SW-ABORTAR = 'S'
006950             MOVE 12  TO RETURN-CODE
006960             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
006970         WHEN WRK-QTD-RECUSADAS > ZEROS
006980             OR WRK-QTD-RETIDOS > ZEROS
006990             MOVE 4   TO RETURN-CODE
007000         WHEN OTHER
007010             MOVE 0   TO RETURN-CODE
007020     END-EVALUATE.

007030     CLOSE EMPLOYEE-MASTER
007040           AWARD-HISTORY-FILE
007050           AWARD-CONFIRMATION-FILE
007060           TERMINATION-FILE
007070           PRINT-REPORT.

007080     DISPLAY '----------------------------------------'.
007090     DISPLAY 'AWDFULFL - ENTREGA DE PREMIOS FINALIZADA'.
007100     DISPLAY 'ENTREGAS CONFIRMADAS  : ' WRK-QTD-ENTREGUES.
007110     DISPLAY 'CONFIRMACOES RECUSADAS: ' WRK-QTD-RECUSADAS.
007120     DISPLAY 'PREMIOS CANCELADOS    : ' WRK-QTD-CANCELADOS.
007130     DISPLAY 'PREMIOS PEDIDOS       : ' WRK-QTD-PEDIDOS.
007135     DISPLAY 'PEDIDOS REEMITIDOS    : ' WRK-QTD-REEMITIDOS.
007140     DISPLAY 'PREMIOS RETIDOS       : ' WRK-QTD-RETIDOS.
007150     DISPLAY 'PEDIDOS EM ATRASO     : ' WRK-QTD-ATRASADOS.

007160     PERFORM 0370-GRAVAR-RUNCTL-FIM.

007170 0310-IMPRIMIR-RESUMO.
007180     MOVE SPACES TO PRINT-LINE.
007190     WRITE PRINT-LINE.
007200     MOVE 'RESUMO' TO PRINT-LINE.
007210     WRITE PRINT-LINE.
007220     MOVE 'CONFIRMACOES RECEBIDAS DO FORNECEDOR'
007230         TO WRK-LR-ROTULO.
007240     MOVE WRK-QTD-CONFIRMACOES TO WRK-LR-VALOR.
007250     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007260     MOVE 'ENTREGAS BAIXADAS NO HISTORICO' TO WRK-LR-ROTULO.
007270     MOVE WRK-QTD-ENTREGUES TO WRK-LR-VALOR.
007280     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007290     MOVE 'CONFIRMACOES RECUSADAS' TO WRK-LR-ROTULO.
007300     MOVE WRK-QTD-RECUSADAS TO WRK-LR-VALOR.
007310     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007320     MOVE 'DESLIGAMENTOS DO DIA (TERMFILE)' TO WRK-LR-ROTULO.
007330     MOVE WRK-QTD-DESLIGAMENTOS TO WRK-LR-VALOR.
007340     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007350     MOVE 'PREMIOS CANCELADOS' TO WRK-LR-ROTULO.
007360     MOVE WRK-QTD-CANCELADOS TO WRK-LR-VALOR.
007370     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007380     MOVE 'PREMIOS PEDIDOS AO FORNECEDOR (AWDORDER)'
007390         TO WRK-LR-ROTULO.
007400     MOVE WRK-QTD-PEDIDOS TO WRK-LR-VALOR.
007410     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007411     MOVE '  DOS QUAIS REEMITIDOS (RERUN DO DIA)'
007412         TO WRK-LR-ROTULO.
007413     MOVE WRK-QTD-REEMITIDOS TO WRK-LR-VALOR.
007414     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007420     MOVE 'PREMIOS RETIDOS SEM PEDIDO' TO WRK-LR-ROTULO.
007430     MOVE WRK-QTD-RETIDOS TO WRK-LR-VALOR.
007440     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007450     MOVE 'PEDIDOS NAO ENTREGUES ALEM DO PRAZO' TO WRK-LR-ROTULO.
007460     MOVE WRK-QTD-ATRASADOS TO WRK-LR-VALOR.
007470     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.

007480*----------------------------------------------------------------
007490* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
007500*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
007510*                INICIO DO PASSO. FALHA NO RUNCTL NAO DERRUBA O
007520*                LOTE: FICA SO O AVISO NO CONSOLE.
007530*----------------------------------------------------------------
007540 0360-GRAVAR-RUNCTL-INICIO.
007550     OPEN EXTEND RUN-CONTROL-FILE.
007560     IF WRK-STATUS-RUN NOT = '00'
007570         DISPLAY 'AWDFULFL - ERRO AO ABRIR RUN-CONTROL-FILE '
007580             '- STATUS ' WRK-STATUS-RUN
007590     ELSE
007600         MOVE 'S' TO SW-RUNCTL-ABERTO
007610         MOVE 'AWDFULFL  ' TO RUN-PROGRAMA
007620         MOVE WRK-DATAATUAL TO RUN-DATE
007630         MOVE WRK-HORAATUAL TO RUN-TIME
007640         MOVE 'I'        TO RUN-EVENTO
007650         MOVE 'NOTURNO ' TO RUN-MODO
007660         MOVE ZEROS TO RUN-QTD-PROCESSADOS
007670         MOVE ZEROS TO RUN-QTD-REJEITADOS
007680         MOVE SPACES TO RUN-RESULTADO
007690         WRITE RUN-CONTROL-RECORD
007700     END-IF.

007710*----------------------------------------------------------------
007720* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
007730*                RUNCTL: PROCESSADOS = ENTREGAS, CANCELAMENTOS E
007740*                PEDIDOS; REJEITADOS = CONFIRMACOES RECUSADAS.
007750*----------------------------------------------------------------
007760 0370-GRAVAR-RUNCTL-FIM.
007770     IF SW-RUNCTL-ABERTO = 'S'
007780         COMPUTE WRK-QTD-MOVIMENTOS = WRK-QTD-ENTREGUES
007790             + WRK-QTD-CANCELADOS + WRK-QTD-PEDIDOS
007795             - WRK-QTD-REEMITIDOS
007800         MOVE 'AWDFULFL  ' TO RUN-PROGRAMA
007810         MOVE WRK-DATAATUAL TO RUN-DATE
007820         ACCEPT WRK-HORAATUAL FROM TIME
007830         MOVE WRK-HORAATUAL TO RUN-TIME
007840         MOVE 'F' TO RUN-EVENTO
007850         MOVE 'NOTURNO ' TO RUN-MODO
007860         MOVE WRK-QTD-MOVIMENTOS TO RUN-QTD-PROCESSADOS
007870         MOVE WRK-QTD-RECUSADAS  TO RUN-QTD-REJEITADOS
007880         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
007890         WRITE RUN-CONTROL-RECORD
007900         CLOSE RUN-CONTROL-FILE
007910     END-IF.
