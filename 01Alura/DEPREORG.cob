000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEPREORG.
000030 AUTHOR. R.S.MOURA.
000040 INSTALLATION. CPD-FOLHA-PAGAMENTO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000120* 2026-10-15 RSM    VERSAO ORIGINAL. REORGANIZACAO DE
000130*                   DEPARTAMENTOS (FUSAO OU RENUMERACAO DE
000140*                   CODIGOS) DIRIGIDA PELO MAPA REORGMAP (CODIGO
000150*                   ANTIGO, CODIGO NOVO, DATA EFETIVA), NO LUGAR
000160*                   DE UM EMPTRANS POR FUNCIONARIO SEGUIDO DA
000170*                   EXCLUSAO DO CODIGO NO DEPTMNT. EM UMA PASSADA
000180*                   NO EMPMAST MOVE PARA O CODIGO NOVO TODO
000190*                   FUNCIONARIO DO CODIGO ANTIGO, COM UM
000200*                   REGISTRO 'T' NO DEPTHIST PARA CADA ATIVO OU
000210*                   AFASTADO (O DEPMOVRP MOSTRA A TRANSFERENCIA).
000220*                   DESLIGADOS SO TEM O CODIGO REAPONTADO, SEM
000230*                   DEPTHIST, POIS NAO ESTAO NO QUADRO. CRIA NO
000240*                   DEPTMAST O CODIGO NOVO AINDA NAO CADASTRADO E
000250*                   BAIXA O ANTIGO, COM IMAGENS NO DEPAUDIT; AS
000260*                   IMAGENS DOS FUNCIONARIOS VAO PARA O MNTAUDIT
000270*                   COM ACAO 'O', SEPARAVEIS DA MANUTENCAO
000280*                   DIARIA. O PARAMETRO REORPARM ESCOLHE O MODO:
000290*                   SIMULACAO (PADRAO) SO IMPRIME O RELATORIO DE
000300*                   IMPACTO (REORGRPT) SEM ALTERAR NENHUM
000310*                   ARQUIVO; EFETIVACAO GRAVA AS MUDANCAS.
000320*                   RETURN-CODE: 0 = NORMAL, 4 = MAPA COM
000330*                   REGISTROS REJEITADOS OU SEM REGISTRO VALIDO,
000340*                   12 = FALHA DE ARQUIVO (RESULTADO 'A' NO
000350*                   RUNCTL).
000352* 2026-10-15 RSM    FALHA AO EXCLUIR DO DEPTMAST O CODIGO
000354*                   ANTIGO ABORTA O PASSO, SEM IMAGEM NO
000356*                   DEPAUDIT NEM CONTAGEM DE BAIXADO.
000360*----------------------------------------------------------------

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPTIONAL REORG-PARM-FILE
000440         ASSIGN TO REORPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WRK-STATUS-PRM.

000470     SELECT REORG-MAP-FILE
000480         ASSIGN TO REORGMAP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-STATUS-MAP.

000510     SELECT EMPLOYEE-MASTER
000520         ASSIGN TO EMPMAST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS EMP-ID OF EMP-RECORD
000560         FILE STATUS IS WRK-STATUS-EMP.

000570     SELECT DEPT-MASTER
000580         ASSIGN TO DEPTMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS DEP-CODIGO OF DEPT-RECORD
000620         FILE STATUS IS WRK-STATUS-DEP.

000630     SELECT DEPT-MOVE-FILE
000640         ASSIGN TO DEPTHIST
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WRK-STATUS-MOV.

000670     SELECT MAINT-AUDIT-LOG
000680         ASSIGN TO MNTAUDIT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-STATUS-AUD.

000710     SELECT DEPT-AUDIT-LOG
000720         ASSIGN TO DEPAUDIT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-STATUS-DAU.

000750     SELECT PRINT-REPORT
000760         ASSIGN TO REORGRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WRK-STATUS-RPT.

000790     SELECT RUN-CONTROL-FILE
000800         ASSIGN TO RUNCTL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-STATUS-RUN.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  REORG-PARM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY RORPREC.

000880 FD  REORG-MAP-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RMAPREC.

000910 FD  EMPLOYEE-MASTER
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EMPMAST.

000940 FD  DEPT-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DEPTMAST.

000970 FD  DEPT-MOVE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DMOVREC.

001000 FD  MAINT-AUDIT-LOG
001010     LABEL RECORDS ARE STANDARD.
001020     COPY MNTAUD.

001030 FD  DEPT-AUDIT-LOG
001040     LABEL RECORDS ARE STANDARD.
001050     COPY DAUDREC.

001060 FD  PRINT-REPORT
001070     LABEL RECORDS ARE STANDARD.
001080 01  PRINT-LINE             PIC X(80).

001090 FD  RUN-CONTROL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RUNREC.

001120 WORKING-STORAGE SECTION.
001130     01 WRK-DATAATUAL.
001140         02 WRK-ANO    PIC 9(4).
001150         02 WRK-MES    PIC 9(2).
001160         02 WRK-DIA    PIC 9(2).
001170     01 WRK-DATAATUAL-NUM REDEFINES WRK-DATAATUAL PIC 9(08).
001180     01 WRK-INICIO-MES.
001190         02 WRK-IM-ANO PIC 9(4).
001200         02 WRK-IM-MES PIC 9(2).
001210         02 WRK-IM-DIA PIC 9(2) VALUE 1.
001220     01 WRK-INICIO-MES-NUM REDEFINES WRK-INICIO-MES PIC 9(08).
001230     77 WRK-HORAATUAL       PIC 9(08) VALUE ZEROS.
001240     77 WRK-RESULTADO-EXECUCAO PIC X(01) VALUE 'N'.
001250     77 WRK-IDX-MAPA        PIC 9(03) VALUE ZEROS.
001260     77 WRK-IDX-ANTERIOR    PIC 9(03) VALUE ZEROS.
001270     77 WRK-MAPA-USADO      PIC 9(03) VALUE ZEROS.
001280     77 WRK-MOTIVO-REJEICAO PIC X(34) VALUE SPACES.
001290     77 WRK-QTD-MAPAS-LIDOS PIC 9(06) VALUE ZEROS.
001300     77 WRK-QTD-MAPAS-VALIDOS PIC 9(06) VALUE ZEROS.
001310     77 WRK-QTD-MAPAS-REJEITADOS PIC 9(06) VALUE ZEROS.
001320     77 WRK-QTD-TRANSFERIDOS PIC 9(06) VALUE ZEROS.
001330     77 WRK-QTD-REAPONTADOS PIC 9(06) VALUE ZEROS.
001340     77 WRK-QTD-CRIADOS     PIC 9(06) VALUE ZEROS.
001350     77 WRK-QTD-BAIXADOS    PIC 9(06) VALUE ZEROS.
001360     77 WRK-QTD-MOVIDOS     PIC 9(06) VALUE ZEROS.

001370*----------------------------------------------------------------
001380* MAPA DA REORGANIZACAO CARREGADO DO REORGMAP. SITUACAO 'V' =
001390* VALIDO, 'R' = REJEITADO (MOTIVO NO PROPRIO ITEM).
001400*----------------------------------------------------------------
001410     01 WRK-TABELA-MAPA.
001420         05 WRK-QTD-MAPAS   PIC 9(03) VALUE ZEROS.
001430         05 WRK-MAPA OCCURS 100 TIMES.
001440             10 WRK-MAP-ORIGEM     PIC X(04).
001450             10 WRK-MAP-DESTINO    PIC X(04).
001460             10 WRK-MAP-DATA       PIC 9(08).
001470             10 WRK-MAP-NOME       PIC X(20).
001480             10 WRK-MAP-CC         PIC X(06).
001490             10 WRK-MAP-SITUACAO   PIC X(01).
001500             10 WRK-MAP-MOTIVO     PIC X(34).
001510             10 WRK-MAP-CRIA       PIC X(01).
001520             10 WRK-MAP-QTD-ATIVOS PIC 9(05).
001530             10 WRK-MAP-QTD-DESLIG PIC 9(05).

001540     01 WRK-SWITCHES.
001550         05 SW-ABORTAR          PIC X(01) VALUE 'N'.
001560             88 ABORTAR-EXECUCAO       VALUE 'S'.
001570         05 SW-EFETIVAR         PIC X(01) VALUE 'N'.
001580             88 MODO-EFETIVACAO        VALUE 'S'.
001590         05 SW-FIM-ARQUIVO-MAP  PIC X(01) VALUE 'N'.
001600             88 FIM-ARQUIVO-MAP        VALUE 'S'.
001610         05 SW-FIM-ARQUIVO-EMP  PIC X(01) VALUE 'N'.
001620             88 FIM-ARQUIVO-EMP        VALUE 'S'.
001630         05 SW-MAPA-ACHADO      PIC X(01) VALUE 'N'.
001640             88 MAPA-ENCONTRADO        VALUE 'S'.
001650         05 SW-RELATORIO-ABERTO PIC X(01) VALUE 'N'.
001660             88 RELATORIO-ABERTO       VALUE 'S'.
001670         05 SW-RUNCTL-ABERTO    PIC X(01) VALUE 'N'.
001680             88 RUNCTL-ABERTO          VALUE 'S'.

001690     01 WRK-STATUS-ARQUIVOS.
001700         05 WRK-STATUS-PRM  PIC X(02) VALUE '00'.
001710         05 WRK-STATUS-MAP  PIC X(02) VALUE '00'.
001720         05 WRK-STATUS-EMP  PIC X(02) VALUE '00'.
001730         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
001740         05 WRK-STATUS-MOV  PIC X(02) VALUE '00'.
001750         05 WRK-STATUS-AUD  PIC X(02) VALUE '00'.
001760         05 WRK-STATUS-DAU  PIC X(02) VALUE '00'.
001770         05 WRK-STATUS-RPT  PIC X(02) VALUE '00'.
001780         05 WRK-STATUS-RUN  PIC X(02) VALUE '00'.

001790*----------------------------------------------------------------
001800* LINHAS DO RELATORIO DE IMPACTO (REORGRPT).
001810*----------------------------------------------------------------
001820     01 WRK-LINHA-CABECALHO.
001830         05 FILLER PIC X(42)
001840             VALUE 'DEPREORG - REORGANIZACAO DE DEPARTAMENTOS'.
001850         05 FILLER PIC X(08) VALUE ' - DATA:'.
001860         05 FILLER PIC X(01) VALUE SPACE.
001870         05 WRK-LC-DATA     PIC 9(08).
001880         05 FILLER PIC X(21) VALUE SPACES.

001890     01 WRK-LINHA-SECAO.
001900         05 WRK-LS-TITULO   PIC X(80).

001910     01 WRK-LINHA-COLUNAS-EMP.
001920         05 FILLER PIC X(34)
001930             VALUE 'MATRIC  NOME        ST  DE   PARA '.
001940         05 FILLER PIC X(46)
001950             VALUE 'DATA EFET OBSERVACAO'.

001960     01 WRK-LINHA-EMPREGADO.
001970         05 WRK-LE-EMP-ID   PIC 9(06).
001980         05 FILLER          PIC X(02) VALUE SPACES.
001990         05 WRK-LE-NOME     PIC X(10).
002000         05 FILLER          PIC X(02) VALUE SPACES.
002010         05 WRK-LE-STATUS   PIC X(01).
002020         05 FILLER          PIC X(03) VALUE SPACES.
002030         05 WRK-LE-ORIGEM   PIC X(04).
002040         05 FILLER          PIC X(01) VALUE SPACE.
002050         05 WRK-LE-DESTINO  PIC X(04).
002060         05 FILLER          PIC X(01) VALUE SPACE.
002070         05 WRK-LE-DATA     PIC 9(08).
002080         05 FILLER          PIC X(02) VALUE SPACES.
002090         05 WRK-LE-OBS      PIC X(36).

002100     01 WRK-LINHA-COLUNAS-MAPA.
002110         05 FILLER PIC X(34)
002120             VALUE 'DE   PARA DATA EFET ATIVO  DESLG  '.
002130         05 FILLER PIC X(46)
002140             VALUE 'DEPTMAST / MOTIVO'.

002150     01 WRK-LINHA-MAPA.
002160         05 WRK-LM-ORIGEM   PIC X(04).
002170         05 FILLER          PIC X(01) VALUE SPACE.
002180         05 WRK-LM-DESTINO  PIC X(04).
002190         05 FILLER          PIC X(01) VALUE SPACE.
002200         05 WRK-LM-DATA     PIC 9(08).
002210         05 FILLER          PIC X(02) VALUE SPACES.
002220         05 WRK-LM-ATIVOS   PIC ZZZZ9.
002230         05 FILLER          PIC X(02) VALUE SPACES.
002240         05 WRK-LM-DESLIG   PIC ZZZZ9.
002250         05 FILLER          PIC X(02) VALUE SPACES.
002260         05 WRK-LM-TEXTO    PIC X(46).

002270     01 WRK-TEXTO-REJEICAO.
002280         05 FILLER          PIC X(12) VALUE 'REJEITADO - '.
002290         05 WRK-TR-MOTIVO   PIC X(34).

002300     01 WRK-LINHA-RESUMO.
002310         05 WRK-LR-ROTULO   PIC X(40).
002320         05 WRK-LR-VALOR    PIC ZZZ,ZZ9.
002330         05 FILLER          PIC X(33) VALUE SPACES.

002340 PROCEDURE DIVISION.
002350 0000-PRINCIPAL.
002360     PERFORM 0100-INICIAR.
002370     PERFORM 0200-PROCESSAR.
002380     PERFORM 0300-FINALIZAR.

002390     STOP RUN.

002400*----------------------------------------------------------------
002410* 0100-INICIAR - DEFINE O MODO, ABRE OS ARQUIVOS E CARREGA E
002420*                CRITICA O MAPA INTEIRO ANTES DE QUALQUER
002430*                ALTERACAO.
002440*----------------------------------------------------------------
002450 0100-INICIAR.
002460     ACCEPT WRK-DATAATUAL FROM DATE YYYYMMDD.
002470     ACCEPT WRK-HORAATUAL FROM TIME.
002480     MOVE WRK-ANO TO WRK-IM-ANO.
002490     MOVE WRK-MES TO WRK-IM-MES.

002500     PERFORM 0110-LER-PARAMETRO.
002510     PERFORM 0360-GRAVAR-RUNCTL-INICIO.
002520     PERFORM 0120-ABRIR-ARQUIVOS.

002530     IF SW-RELATORIO-ABERTO = 'S'
002540         PERFORM 0135-IMPRIMIR-CABECALHO
002550     END-IF.

002560     IF SW-ABORTAR NOT = 'S'
002570         PERFORM 0130-CARREGAR-MAPA
002580     END-IF.

002590*----------------------------------------------------------------
002600* 0110-LER-PARAMETRO - MODO DA EXECUCAO. SO 'E' NO REORPARM
002610*                EFETIVA; PARAMETRO AUSENTE, VAZIO OU COM OUTRO
002620*                VALOR RODA EM SIMULACAO.
002630*----------------------------------------------------------------
002640 0110-LER-PARAMETRO.
002650     MOVE 'N' TO SW-EFETIVAR.
002660     OPEN INPUT REORG-PARM-FILE.
002670     IF WRK-STATUS-PRM = '00'
002680         READ REORG-PARM-FILE
002690             AT END
002700                 CONTINUE
002710             NOT AT END
002720                 IF ROP-EFETIVACAO
002730                     MOVE 'S' TO SW-EFETIVAR
002740                 END-IF
002750         END-READ
002760     END-IF.
002770     IF WRK-STATUS-PRM = '00' OR '05' OR '10'
002780         CLOSE REORG-PARM-FILE
002790     END-IF.

002800     IF SW-EFETIVAR = 'S'
002810         DISPLAY 'DEPREORG - MODO DE EFETIVACAO'
002820     ELSE
002830         DISPLAY 'DEPREORG - MODO DE SIMULACAO - NENHUM '
002840             'ARQUIVO SERA ALTERADO'
002850     END-IF.

002860*----------------------------------------------------------------
002870* 0120-ABRIR-ARQUIVOS - NA SIMULACAO OS MESTRES SO SAO LIDOS E
002880*                O DEPTHIST E AS TRILHAS NEM SAO ABERTOS.
002890*----------------------------------------------------------------
002900 0120-ABRIR-ARQUIVOS.
002910     OPEN OUTPUT PRINT-REPORT.
002920     IF WRK-STATUS-RPT NOT = '00'
002930         DISPLAY 'DEPREORG - ERRO AO ABRIR PRINT-REPORT '
002940             '- STATUS ' WRK-STATUS-RPT
002950         MOVE 'S' TO SW-ABORTAR
002960     ELSE
002970         MOVE 'S' TO SW-RELATORIO-ABERTO
002980     END-IF.

002990     OPEN INPUT REORG-MAP-FILE.
003000     IF WRK-STATUS-MAP NOT = '00'
003010         DISPLAY 'DEPREORG - ERRO AO ABRIR REORG-MAP-FILE '
003020             '- STATUS ' WRK-STATUS-MAP
003030         MOVE 'S' TO SW-ABORTAR
003040     END-IF.

003050     IF SW-EFETIVAR = 'S'
003060         OPEN I-O EMPLOYEE-MASTER
003070         OPEN I-O DEPT-MASTER
003080     ELSE
003090         OPEN INPUT EMPLOYEE-MASTER
003100         OPEN INPUT DEPT-MASTER
003110     END-IF.
003120     IF WRK-STATUS-EMP NOT = '00'
003130         DISPLAY 'DEPREORG - ERRO AO ABRIR EMPLOYEE-MASTER '
003140             '- STATUS ' WRK-STATUS-EMP
003150         MOVE 'S' TO SW-ABORTAR
003160     END-IF.
003170     IF WRK-STATUS-DEP NOT = '00'
003180         DISPLAY 'DEPREORG - ERRO AO ABRIR DEPT-MASTER '
003190             '- STATUS ' WRK-STATUS-DEP
003200         MOVE 'S' TO SW-ABORTAR
003210     END-IF.

003220     IF SW-EFETIVAR = 'S'
003230         OPEN EXTEND DEPT-MOVE-FILE
003240         IF WRK-STATUS-MOV NOT = '00'
003250             DISPLAY 'DEPREORG - ERRO AO ABRIR DEPT-MOVE-FILE '
003260                 '- STATUS ' WRK-STATUS-MOV
003270             MOVE 'S' TO SW-ABORTAR
003280         END-IF
003290         OPEN EXTEND MAINT-AUDIT-LOG
003300         IF WRK-STATUS-AUD NOT = '00'
003310             DISPLAY 'DEPREORG - ERRO AO ABRIR MAINT-AUDIT-LOG '
003320                 '- STATUS ' WRK-STATUS-AUD
003330             MOVE 'S' TO SW-ABORTAR
003340         END-IF
003350         OPEN EXTEND DEPT-AUDIT-LOG
003360         IF WRK-STATUS-DAU NOT = '00'
003370             DISPLAY 'DEPREORG - ERRO AO ABRIR DEPT-AUDIT-LOG '
003380                 '- STATUS ' WRK-STATUS-DAU
003390             MOVE 'S' TO SW-ABORTAR
003400         END-IF
003410     END-IF.

003420*----------------------------------------------------------------
003430* 0130-CARREGAR-MAPA - LE O REORGMAP PARA A TABELA, CRITICANDO
003440*                CADA REGISTRO. MAIS DE 100 REGISTROS ABORTA A
003450*                EXECUCAO: REORGANIZACAO PELA METADE NAO SERVE.
003460*----------------------------------------------------------------
003470 0130-CARREGAR-MAPA.
003480     PERFORM 0131-LER-MAPA.
003490     PERFORM 0132-VALIDAR-MAPA
003500         UNTIL SW-FIM-ARQUIVO-MAP = 'S'.

003510 0131-LER-MAPA.
003520     READ REORG-MAP-FILE
003530         AT END
003540             MOVE 'S' TO SW-FIM-ARQUIVO-MAP
003550     END-READ.

003560*----------------------------------------------------------------
003570* 0132-VALIDAR-MAPA - INCLUI O REGISTRO LIDO NA TABELA E O
003580*                CRITICA: CODIGOS INFORMADOS E DIFERENTES, DATA
003590*                EFETIVA DENTRO DO MES CORRENTE (FUTURA SO NA
003600*                SIMULACAO), CODIGO ANTIGO UNICO NO MAPA E SEM
003610*                ENCADEAMENTO COM REGISTRO ANTERIOR, E CODIGO
003620*                ANTIGO CADASTRADO NO DEPTMAST.
003630*----------------------------------------------------------------
003640 0132-VALIDAR-MAPA.
003650     ADD 1 TO WRK-QTD-MAPAS-LIDOS.

003660     IF WRK-QTD-MAPAS NOT < 100
003670         DISPLAY 'DEPREORG - MAPA COM MAIS DE 100 REGISTROS - '
003680             'EXECUCAO ABORTADA'
003690         MOVE 'S' TO SW-ABORTAR
003700         MOVE 'S' TO SW-FIM-ARQUIVO-MAP
003710     ELSE
003720         ADD 1 TO WRK-QTD-MAPAS
003730         MOVE WRK-QTD-MAPAS TO WRK-MAPA-USADO
003740         MOVE RMP-DEPTO-ORIGEM
003750             TO WRK-MAP-ORIGEM (WRK-MAPA-USADO)
003760         MOVE RMP-DEPTO-DESTINO
003770             TO WRK-MAP-DESTINO (WRK-MAPA-USADO)
003780         MOVE RMP-DATA-EFETIVA TO WRK-MAP-DATA (WRK-MAPA-USADO)
003790         MOVE RMP-NOME-DESTINO TO WRK-MAP-NOME (WRK-MAPA-USADO)
003800         MOVE RMP-CENTRO-CUSTO TO WRK-MAP-CC (WRK-MAPA-USADO)
003810         MOVE 'N'   TO WRK-MAP-CRIA (WRK-MAPA-USADO)
003820         MOVE ZEROS TO WRK-MAP-QTD-ATIVOS (WRK-MAPA-USADO)
003830         MOVE ZEROS TO WRK-MAP-QTD-DESLIG (WRK-MAPA-USADO)
003840         MOVE SPACES TO WRK-MOTIVO-REJEICAO

003850         EVALUATE TRUE
003860             WHEN RMP-DEPTO-ORIGEM = SPACES
003870               OR RMP-DEPTO-DESTINO = SPACES
003880                 MOVE 'CODIGO DE/PARA NAO INFORMADO'
003890                     TO WRK-MOTIVO-REJEICAO
003900             WHEN RMP-DEPTO-ORIGEM = RMP-DEPTO-DESTINO
003910                 MOVE 'CODIGO NOVO IGUAL AO ANTIGO'
003920                     TO WRK-MOTIVO-REJEICAO
003930             WHEN RMP-DATA-EFETIVA NOT NUMERIC
003940                 MOVE 'DATA EFETIVA INVALIDA'
003950                     TO WRK-MOTIVO-REJEICAO
003960             WHEN RMP-DATA-EFETIVA < WRK-INICIO-MES-NUM
003970                 MOVE 'DATA EFETIVA FORA DO MES CORRENTE'
003980                     TO WRK-MOTIVO-REJEICAO
003990             WHEN RMP-DATA-EFETIVA > WRK-DATAATUAL-NUM
004000              AND SW-EFETIVAR = 'S'
004010                 MOVE 'DATA EFETIVA FUTURA'
004020                     TO WRK-MOTIVO-REJEICAO
004030             WHEN OTHER
004040                 PERFORM 0133-CONFERIR-ANTERIOR
004050                     VARYING WRK-IDX-ANTERIOR FROM 1 BY 1
004060                     UNTIL WRK-IDX-ANTERIOR NOT < WRK-MAPA-USADO
004070                        OR WRK-MOTIVO-REJEICAO NOT = SPACES
004080         END-EVALUATE

004090         IF WRK-MOTIVO-REJEICAO = SPACES
004100             PERFORM 0134-CONFERIR-CADASTRO
004110         END-IF

004120         IF WRK-MOTIVO-REJEICAO = SPACES
004130             MOVE 'V' TO WRK-MAP-SITUACAO (WRK-MAPA-USADO)
004140             ADD 1 TO WRK-QTD-MAPAS-VALIDOS
004150         ELSE
004160             MOVE 'R' TO WRK-MAP-SITUACAO (WRK-MAPA-USADO)
004170             MOVE WRK-MOTIVO-REJEICAO
004180                 TO WRK-MAP-MOTIVO (WRK-MAPA-USADO)
004190             ADD 1 TO WRK-QTD-MAPAS-REJEITADOS
004200         END-IF

004210         PERFORM 0131-LER-MAPA
004220     END-IF.

004230*----------------------------------------------------------------
004240* 0133-CONFERIR-ANTERIOR - COMPARA O REGISTRO NOVO COM UM
004250*                REGISTRO VALIDO ANTERIOR DO MAPA. O CODIGO NOVO
004260*                PODE SE REPETIR (FUSAO); O ANTIGO NAO, E NENHUM
004270*                CODIGO PODE SER ANTIGO EM UM REGISTRO E NOVO EM
004280*                OUTRO.
004290*----------------------------------------------------------------
004300 0133-CONFERIR-ANTERIOR.
004310     IF WRK-MAP-SITUACAO (WRK-IDX-ANTERIOR) = 'V'
004320         EVALUATE TRUE
004330             WHEN RMP-DEPTO-ORIGEM
004340                 = WRK-MAP-ORIGEM (WRK-IDX-ANTERIOR)
004350                 MOVE 'CODIGO ANTIGO REPETIDO NO MAPA'
004360                     TO WRK-MOTIVO-REJEICAO
004370             WHEN RMP-DEPTO-ORIGEM
004380                 = WRK-MAP-DESTINO (WRK-IDX-ANTERIOR)
004390               OR RMP-DEPTO-DESTINO
004400                 = WRK-MAP-ORIGEM (WRK-IDX-ANTERIOR)
004410                 MOVE 'CODIGO ENCADEADO COM OUTRO DO MAPA'
004420                     TO WRK-MOTIVO-REJEICAO
004430             WHEN OTHER
004440                 CONTINUE
004450         END-EVALUATE
004460     END-IF.

004470*----------------------------------------------------------------
004480* 0134-CONFERIR-CADASTRO - O CODIGO ANTIGO TEM DE EXISTIR NO
004490*                DEPTMAST. CODIGO NOVO AINDA NAO CADASTRADO SERA
004500*                CRIADO (SO PELO PRIMEIRO REGISTRO DO MAPA QUE O
004510*                CITA), COM NOME E CENTRO DE CUSTO DO MAPA OU,
004520*                EM BRANCO, HERDADOS DO DEPARTAMENTO ANTIGO.
004530*----------------------------------------------------------------
004540 0134-CONFERIR-CADASTRO.
004550     MOVE RMP-DEPTO-ORIGEM TO DEP-CODIGO OF DEPT-RECORD.
004560     READ DEPT-MASTER
004570         INVALID KEY
004580             MOVE 'CODIGO ANTIGO NAO CADASTRADO'
004590                 TO WRK-MOTIVO-REJEICAO
004600     END-READ.

004610     IF WRK-MOTIVO-REJEICAO = SPACES
004620         IF WRK-MAP-NOME (WRK-MAPA-USADO) = SPACES
004630             MOVE DEP-NOME OF DEPT-RECORD
004640                 TO WRK-MAP-NOME (WRK-MAPA-USADO)
004650         END-IF
004660         IF WRK-MAP-CC (WRK-MAPA-USADO) = SPACES
004670             MOVE DEP-CENTRO-CUSTO OF DEPT-RECORD
004680                 TO WRK-MAP-CC (WRK-MAPA-USADO)
004690         END-IF
004700         MOVE RMP-DEPTO-DESTINO TO DEP-CODIGO OF DEPT-RECORD
004710         READ DEPT-MASTER
004720             INVALID KEY
004730                 MOVE 'S' TO WRK-MAP-CRIA (WRK-MAPA-USADO)
004740         END-READ
004750         IF WRK-MAP-CRIA (WRK-MAPA-USADO) = 'S'
004760             PERFORM 0136-CONFERIR-CRIACAO
004770                 VARYING WRK-IDX-ANTERIOR FROM 1 BY 1
004780                 UNTIL WRK-IDX-ANTERIOR NOT < WRK-MAPA-USADO
004790         END-IF
004800     END-IF.

004810 0136-CONFERIR-CRIACAO.
004820     IF WRK-MAP-SITUACAO (WRK-IDX-ANTERIOR) = 'V'
004830        AND WRK-MAP-CRIA (WRK-IDX-ANTERIOR) = 'S'
004840        AND WRK-MAP-DESTINO (WRK-IDX-ANTERIOR)
004850            = RMP-DEPTO-DESTINO
004860         MOVE 'N' TO WRK-MAP-CRIA (WRK-MAPA-USADO)
004870     END-IF.

004880*----------------------------------------------------------------
004890* 0135-IMPRIMIR-CABECALHO - CABECALHO DO RELATORIO COM O MODO E
004900*                TITULO DA SECAO DE FUNCIONARIOS ATINGIDOS.
004910*----------------------------------------------------------------
004920 0135-IMPRIMIR-CABECALHO.
004930     MOVE WRK-DATAATUAL TO WRK-LC-DATA.
004940     WRITE PRINT-LINE FROM WRK-LINHA-CABECALHO.
004950     IF SW-EFETIVAR = 'S'
004960         MOVE 'MODO: EFETIVACAO' TO PRINT-LINE
004970     ELSE
004980         MOVE 'MODO: SIMULACAO - NENHUM ARQUIVO FOI ALTERADO'
004990             TO PRINT-LINE
005000     END-IF.
005010     WRITE PRINT-LINE.

005020     MOVE SPACES TO PRINT-LINE.
005030     WRITE PRINT-LINE.
005040     MOVE 'FUNCIONARIOS ATINGIDOS' TO WRK-LS-TITULO.
005050     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
005060     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-EMP.

005070*----------------------------------------------------------------
005080* 0200-PROCESSAR - NA EFETIVACAO CRIA OS CODIGOS NOVOS ANTES DE
005090*                MOVER OS FUNCIONARIOS (NINGUEM APONTA PARA
005100*                CODIGO INEXISTENTE SE O PASSO CAIR NO MEIO) E SO
005110*                BAIXA OS ANTIGOS DEPOIS DA PASSADA COMPLETA.
005120*----------------------------------------------------------------
005130 0200-PROCESSAR.
005140     IF SW-ABORTAR NOT = 'S' AND WRK-QTD-MAPAS-VALIDOS > ZEROS
005150         IF SW-EFETIVAR = 'S'
005160             PERFORM 0210-CRIAR-DESTINO
005170                 VARYING WRK-IDX-MAPA FROM 1 BY 1
005180                 UNTIL WRK-IDX-MAPA > WRK-QTD-MAPAS
005190         END-IF
005200         PERFORM 0220-MOVER-FUNCIONARIOS
005210         IF SW-EFETIVAR = 'S' AND SW-ABORTAR NOT = 'S'
005220             PERFORM 0240-BAIXAR-ORIGEM
005230                 VARYING WRK-IDX-MAPA FROM 1 BY 1
005240                 UNTIL WRK-IDX-MAPA > WRK-QTD-MAPAS
005250         END-IF
005260     END-IF.

005270     IF SW-EFETIVAR NOT = 'S'
005280         PERFORM 0250-CONTAR-PLANO
005290             VARYING WRK-IDX-MAPA FROM 1 BY 1
005300             UNTIL WRK-IDX-MAPA > WRK-QTD-MAPAS
005310     END-IF.

005320*----------------------------------------------------------------
005330* 0210-CRIAR-DESTINO - GRAVA NO DEPTMAST O CODIGO NOVO MARCADO
005340*                PARA CRIACAO, COM IMAGEM NO DEPAUDIT.
005350*----------------------------------------------------------------
005360 0210-CRIAR-DESTINO.
005370     IF WRK-MAP-SITUACAO (WRK-IDX-MAPA) = 'V'
005380        AND WRK-MAP-CRIA (WRK-IDX-MAPA) = 'S'
005390         MOVE WRK-MAP-DESTINO (WRK-IDX-MAPA)
005400             TO DEP-CODIGO OF DEPT-RECORD
005410         MOVE WRK-MAP-NOME (WRK-IDX-MAPA)
005420             TO DEP-NOME OF DEPT-RECORD
005430         MOVE WRK-MAP-CC (WRK-IDX-MAPA)
005440             TO DEP-CENTRO-CUSTO OF DEPT-RECORD
005450         WRITE DEPT-RECORD
005460             INVALID KEY
005470                 DISPLAY 'DEPREORG - CODIGO '
005480                     WRK-MAP-DESTINO (WRK-IDX-MAPA)
005490                     ' JA CADASTRADO - MANTIDO'
005500                 MOVE 'N' TO WRK-MAP-CRIA (WRK-IDX-MAPA)
005510             NOT INVALID KEY
005520                 MOVE SPACES      TO DAU-IMAGEM-ANTES
005530                 MOVE DEPT-RECORD TO DAU-IMAGEM-DEPOIS
005540                 MOVE 'I'         TO DAU-ACAO
005550                 PERFORM 0270-GRAVAR-AUDITORIA-DEPTO
005560                 ADD 1 TO WRK-QTD-CRIADOS
005570         END-WRITE
005580     END-IF.

005590*----------------------------------------------------------------
005600* 0220-MOVER-FUNCIONARIOS - PASSADA UNICA NO EMPMAST EM ORDEM DE
005610*                MATRICULA.
005620*----------------------------------------------------------------
005630 0220-MOVER-FUNCIONARIOS.
005640     PERFORM 0221-LER-FUNCIONARIO.
005650     PERFORM 0222-TRATAR-FUNCIONARIO
005660         UNTIL SW-FIM-ARQUIVO-EMP = 'S'.

005670     IF WRK-QTD-MOVIDOS = ZEROS
005680         MOVE '   NENHUM FUNCIONARIO ATINGIDO' TO PRINT-LINE
005690         WRITE PRINT-LINE
005700     END-IF.

005710 0221-LER-FUNCIONARIO.
005720     READ EMPLOYEE-MASTER NEXT RECORD
005730         AT END
005740             MOVE 'S' TO SW-FIM-ARQUIVO-EMP
005750     END-READ.

005760     IF WRK-STATUS-EMP NOT = '00' AND WRK-STATUS-EMP NOT = '10'
005770         DISPLAY 'DEPREORG - ERRO DE LEITURA NO EMPMAST '
005780             '- STATUS ' WRK-STATUS-EMP
005790         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
005800         MOVE 'S' TO SW-ABORTAR
005810     END-IF.

005820*----------------------------------------------------------------
005830* 0222-TRATAR-FUNCIONARIO - FUNCIONARIO DE UM CODIGO ANTIGO
005840*                VALIDO DO MAPA E CONTADO E LISTADO; NA
005850*                EFETIVACAO E TAMBEM TRANSFERIDO.
005860*----------------------------------------------------------------
005870 0222-TRATAR-FUNCIONARIO.
005880     MOVE 'N' TO SW-MAPA-ACHADO.
005890     PERFORM 0225-CONFERIR-MAPA
005900         VARYING WRK-IDX-MAPA FROM 1 BY 1
005910         UNTIL WRK-IDX-MAPA > WRK-QTD-MAPAS
005920            OR SW-MAPA-ACHADO = 'S'.

005930     IF SW-MAPA-ACHADO = 'S'
005940         IF EMP-DESLIGADO
005950             ADD 1 TO WRK-MAP-QTD-DESLIG (WRK-MAPA-USADO)
005960             ADD 1 TO WRK-QTD-REAPONTADOS
005970             MOVE 'DESLIGADO - SO REAPONTADO' TO WRK-LE-OBS
005980         ELSE
005990             ADD 1 TO WRK-MAP-QTD-ATIVOS (WRK-MAPA-USADO)
006000             ADD 1 TO WRK-QTD-TRANSFERIDOS
006010             MOVE 'TRANSFERIDO' TO WRK-LE-OBS
006020         END-IF
006030         ADD 1 TO WRK-QTD-MOVIDOS
006040         PERFORM 0235-IMPRIMIR-FUNCIONARIO
006050         IF SW-EFETIVAR = 'S'
006060             PERFORM 0230-TRANSFERIR-FUNCIONARIO
006070         END-IF
006080     END-IF.

006090     IF SW-ABORTAR NOT = 'S'
006100         PERFORM 0221-LER-FUNCIONARIO
006110     ELSE
006120         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
006130     END-IF.

006140 0225-CONFERIR-MAPA.
006150     IF WRK-MAP-SITUACAO (WRK-IDX-MAPA) = 'V'
006160        AND WRK-MAP-ORIGEM (WRK-IDX-MAPA)
006170            = EMP-DEPARTAMENTO OF EMP-RECORD
006180         MOVE 'S' TO SW-MAPA-ACHADO
006190         MOVE WRK-IDX-MAPA TO WRK-MAPA-USADO
006200     END-IF.

006210*----------------------------------------------------------------
006220* 0230-TRANSFERIR-FUNCIONARIO - REGRAVA O FUNCIONARIO NO CODIGO
006230*                NOVO, COM IMAGEM ANTES/DEPOIS NO MNTAUDIT (ACAO
006240*                'O') E, SE NAO DESLIGADO, O REGISTRO 'T' NO
006250*                DEPTHIST NA DATA EFETIVA DO MAPA. FALHA NA
006260*                REGRAVACAO ABORTA A PASSADA E OS CODIGOS
006270*                ANTIGOS NAO SAO BAIXADOS.
006280*----------------------------------------------------------------
006290 0230-TRANSFERIR-FUNCIONARIO.
006300     MOVE EMP-RECORD TO MNT-IMAGEM-ANTES.
006310     MOVE WRK-MAP-DESTINO (WRK-MAPA-USADO)
006320         TO EMP-DEPARTAMENTO OF EMP-RECORD.
006330     REWRITE EMP-RECORD
006340         INVALID KEY
006350             DISPLAY 'DEPREORG - ERRO AO REGRAVAR A MATRICULA '
006360                 EMP-ID OF EMP-RECORD ' - STATUS '
006370                 WRK-STATUS-EMP
006380             MOVE 'S' TO SW-ABORTAR
006390     END-REWRITE.

006400     IF SW-ABORTAR NOT = 'S'
006410         MOVE EMP-RECORD    TO MNT-IMAGEM-DEPOIS
006420         MOVE WRK-DATAATUAL TO MNT-RUN-DATE
006430         MOVE WRK-HORAATUAL TO MNT-RUN-TIME
006440         MOVE 'O'           TO MNT-ACAO
006450         MOVE EMP-ID OF EMP-RECORD TO MNT-EMP-ID
006460         WRITE MAINT-AUDIT-RECORD

006470         IF NOT EMP-DESLIGADO
006480             MOVE 'T' TO DMV-TIPO
006490             MOVE EMP-ID OF EMP-RECORD TO DMV-EMP-ID
006500             MOVE WRK-MAP-ORIGEM (WRK-MAPA-USADO)
006510                 TO DMV-DEPTO-ORIGEM
006520             MOVE WRK-MAP-DESTINO (WRK-MAPA-USADO)
006530                 TO DMV-DEPTO-DESTINO
006540             MOVE WRK-MAP-DATA (WRK-MAPA-USADO) TO DMV-DATA
006550             WRITE DEPT-MOVE-RECORD
006560         END-IF
006570     END-IF.

006580 0235-IMPRIMIR-FUNCIONARIO.
006590     MOVE EMP-ID OF EMP-RECORD   TO WRK-LE-EMP-ID.
006600     MOVE EMP-NOME OF EMP-RECORD TO WRK-LE-NOME.
006610     MOVE EMP-STATUS OF EMP-RECORD TO WRK-LE-STATUS.
006620     MOVE WRK-MAP-ORIGEM (WRK-MAPA-USADO)  TO WRK-LE-ORIGEM.
006630     MOVE WRK-MAP-DESTINO (WRK-MAPA-USADO) TO WRK-LE-DESTINO.
006640     MOVE WRK-MAP-DATA (WRK-MAPA-USADO)    TO WRK-LE-DATA.
006650     WRITE PRINT-LINE FROM WRK-LINHA-EMPREGADO.

006660*----------------------------------------------------------------
006670* 0240-BAIXAR-ORIGEM - EXCLUI DO DEPTMAST O CODIGO ANTIGO DE UM
006680*                REGISTRO VALIDO DO MAPA, COM IMAGEM NO DEPAUDIT.
006690*                TODOS OS SEUS FUNCIONARIOS JA FORAM MOVIDOS.
006692*                FALHA NA EXCLUSAO E APONTADA NO CONSOLE E
006694*                ABORTA O PASSO (RETURN-CODE 12).
006700*----------------------------------------------------------------
006710 0240-BAIXAR-ORIGEM.
006720     IF WRK-MAP-SITUACAO (WRK-IDX-MAPA) = 'V'
006730         MOVE WRK-MAP-ORIGEM (WRK-IDX-MAPA)
006740             TO DEP-CODIGO OF DEPT-RECORD
006750         READ DEPT-MASTER
006760             INVALID KEY
006770                 DISPLAY 'DEPREORG - CODIGO '
006780                     WRK-MAP-ORIGEM (WRK-IDX-MAPA)
006790                     ' JA NAO CONSTA DO DEPTMAST'
006800             NOT INVALID KEY
006810                 MOVE DEPT-RECORD TO DAU-IMAGEM-ANTES
006820                 DELETE DEPT-MASTER
006824                     INVALID KEY
006828                         DISPLAY 'DEPREORG - ERRO AO EXCLUIR '
006830                             'O CODIGO '
006832                             WRK-MAP-ORIGEM (WRK-IDX-MAPA)
006836                             ' - STATUS ' WRK-STATUS-DEP
006840                         MOVE 'S' TO SW-ABORTAR
006844                     NOT INVALID KEY
006848                         MOVE SPACES      TO DAU-IMAGEM-DEPOIS
006852                         MOVE 'E'         TO DAU-ACAO
006856                         PERFORM 0270-GRAVAR-AUDITORIA-DEPTO
006860                         ADD 1 TO WRK-QTD-BAIXADOS
006864                 END-DELETE
006870         END-READ
006880     END-IF.

006890*----------------------------------------------------------------
006900* 0250-CONTAR-PLANO - NA SIMULACAO, CONTA OS CODIGOS QUE SERIAM
006910*                CRIADOS E BAIXADOS.
006920*----------------------------------------------------------------
006930 0250-CONTAR-PLANO.
006940     IF WRK-MAP-SITUACAO (WRK-IDX-MAPA) = 'V'
006950         ADD 1 TO WRK-QTD-BAIXADOS
006960         IF WRK-MAP-CRIA (WRK-IDX-MAPA) = 'S'
006970             ADD 1 TO WRK-QTD-CRIADOS
006980         END-IF
006990     END-IF.

007000*----------------------------------------------------------------
007010* 0270-GRAVAR-AUDITORIA-DEPTO - GRAVA A IMAGEM ANTES/DEPOIS DA
007020*                MUDANCA NO DEPTMAST NA TRILHA DE DEPARTAMENTOS,
007030*                NO PADRAO DO DEPTMNT.
007040*----------------------------------------------------------------
007050 0270-GRAVAR-AUDITORIA-DEPTO.
007060     MOVE WRK-DATAATUAL TO DAU-RUN-DATE.
007070     MOVE WRK-HORAATUAL TO DAU-RUN-TIME.
007080     MOVE DEP-CODIGO OF DEPT-RECORD TO DAU-CODIGO.
007090     WRITE DEPT-AUDIT-RECORD.

007100*----------------------------------------------------------------
007110* 0300-FINALIZAR - IMPRIME O MAPA COM O IMPACTO DE CADA REGISTRO
007120*                E O RESUMO, FECHA OS ARQUIVOS E DEFINE O
007130*                RETURN-CODE.
007140*----------------------------------------------------------------
007150 0300-FINALIZAR.
007160     IF SW-RELATORIO-ABERTO = 'S'
007170         PERFORM 0310-IMPRIMIR-MAPA
007180         PERFORM 0320-IMPRIMIR-RESUMO
007190         CLOSE PRINT-REPORT
007200     END-IF.

007210     CLOSE REORG-MAP-FILE
007220           EMPLOYEE-MASTER
007230           DEPT-MASTER.
007240     IF SW-EFETIVAR = 'S'
007250         CLOSE DEPT-MOVE-FILE
007260               MAINT-AUDIT-LOG
007270               DEPT-AUDIT-LOG
007280     END-IF.

007290     EVALUATE TRUE
007300         WHEN SW-ABORTAR = 'S'
007310             MOVE 12  TO RETURN-CODE
007320             MOVE 'A' TO WRK-RESULTADO-EXECUCAO
007330         WHEN WRK-QTD-MAPAS-REJEITADOS > ZEROS
007340           OR WRK-QTD-MAPAS-VALIDOS = ZEROS
007350             MOVE 4   TO RETURN-CODE
007360         WHEN OTHER
007370             MOVE 0   TO RETURN-CODE
007380     END-EVALUATE.

007390     DISPLAY '----------------------------------------'.
007400     DISPLAY 'DEPREORG - REORGANIZACAO FINALIZADA'.
007410     DISPLAY 'REGISTROS DO MAPA    : ' WRK-QTD-MAPAS-LIDOS.
007420     DISPLAY 'REGISTROS REJEITADOS : ' WRK-QTD-MAPAS-REJEITADOS.
007430     DISPLAY 'TRANSFERIDOS         : ' WRK-QTD-TRANSFERIDOS.
007440     DISPLAY 'DESLIGADOS REAPONT.  : ' WRK-QTD-REAPONTADOS.
007450     DISPLAY 'DEPARTAMENTOS CRIADOS: ' WRK-QTD-CRIADOS.
007460     DISPLAY 'DEPARTAMENTOS BAIXADOS: ' WRK-QTD-BAIXADOS.

007470     PERFORM 0370-GRAVAR-RUNCTL-FIM.

007480 0310-IMPRIMIR-MAPA.
007490     MOVE SPACES TO PRINT-LINE.
007500     WRITE PRINT-LINE.
007510     MOVE 'MAPA DA REORGANIZACAO' TO WRK-LS-TITULO.
007520     WRITE PRINT-LINE FROM WRK-LINHA-SECAO.
007530     WRITE PRINT-LINE FROM WRK-LINHA-COLUNAS-MAPA.

007540     IF WRK-QTD-MAPAS = ZEROS
007550         MOVE '   MAPA VAZIO' TO PRINT-LINE
007560         WRITE PRINT-LINE
007570     ELSE
007580         PERFORM 0311-IMPRIMIR-LINHA-MAPA
007590             VARYING WRK-IDX-MAPA FROM 1 BY 1
007600             UNTIL WRK-IDX-MAPA > WRK-QTD-MAPAS
007610     END-IF.

007620 0311-IMPRIMIR-LINHA-MAPA.
007630     MOVE WRK-MAP-ORIGEM (WRK-IDX-MAPA)  TO WRK-LM-ORIGEM.
007640     MOVE WRK-MAP-DESTINO (WRK-IDX-MAPA) TO WRK-LM-DESTINO.
007650     MOVE WRK-MAP-DATA (WRK-IDX-MAPA)    TO WRK-LM-DATA.
007660     MOVE WRK-MAP-QTD-ATIVOS (WRK-IDX-MAPA) TO WRK-LM-ATIVOS.
007670     MOVE WRK-MAP-QTD-DESLIG (WRK-IDX-MAPA) TO WRK-LM-DESLIG.

007680     EVALUATE TRUE
007690         WHEN WRK-MAP-SITUACAO (WRK-IDX-MAPA) = 'R'
007700             MOVE WRK-MAP-MOTIVO (WRK-IDX-MAPA) TO WRK-TR-MOTIVO
007710             MOVE WRK-TEXTO-REJEICAO TO WRK-LM-TEXTO
007720         WHEN WRK-MAP-CRIA (WRK-IDX-MAPA) = 'S'
007730             MOVE 'CRIA CODIGO NOVO E BAIXA O ANTIGO'
007740                 TO WRK-LM-TEXTO
007750         WHEN OTHER
007760             MOVE 'CODIGO NOVO JA EXISTE - BAIXA O ANTIGO'
007770                 TO WRK-LM-TEXTO
007780     END-EVALUATE.

007790     WRITE PRINT-LINE FROM WRK-LINHA-MAPA.

007800 0320-IMPRIMIR-RESUMO.
007810     MOVE SPACES TO PRINT-LINE.
007820     WRITE PRINT-LINE.
007830     MOVE 'RESUMO' TO PRINT-LINE.
007840     WRITE PRINT-LINE.

007850     MOVE 'REGISTROS DO MAPA' TO WRK-LR-ROTULO.
007860     MOVE WRK-QTD-MAPAS-LIDOS TO WRK-LR-VALOR.
007870     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007880     MOVE 'REGISTROS REJEITADOS' TO WRK-LR-ROTULO.
007890     MOVE WRK-QTD-MAPAS-REJEITADOS TO WRK-LR-VALOR.
007900     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007910     MOVE 'FUNCIONARIOS TRANSFERIDOS (DEPTHIST)' TO WRK-LR-ROTULO.
007920     MOVE WRK-QTD-TRANSFERIDOS TO WRK-LR-VALOR.
007930     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007940     MOVE 'DESLIGADOS SO REAPONTADOS' TO WRK-LR-ROTULO.
007950     MOVE WRK-QTD-REAPONTADOS TO WRK-LR-VALOR.
007960     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
007970     MOVE 'DEPARTAMENTOS CRIADOS' TO WRK-LR-ROTULO.
007980     MOVE WRK-QTD-CRIADOS TO WRK-LR-VALOR.
007990     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.
008000     MOVE 'DEPARTAMENTOS BAIXADOS' TO WRK-LR-ROTULO.
008010     MOVE WRK-QTD-BAIXADOS TO WRK-LR-VALOR.
008020     WRITE PRINT-LINE FROM WRK-LINHA-RESUMO.

008030     IF SW-ABORTAR = 'S'
008040         MOVE SPACES TO PRINT-LINE
008050         WRITE PRINT-LINE
008060         MOVE 'EXECUCAO ABORTADA - VER MENSAGENS NO CONSOLE'
008070             TO PRINT-LINE
008080         WRITE PRINT-LINE
008090     END-IF.

008100*----------------------------------------------------------------
008110* 0360-GRAVAR-RUNCTL-INICIO - ABRE O ARQUIVO COMUM DE CONTROLE
008120*                DE EXECUCAO (RUNCTL) E GRAVA O REGISTRO DE
008130*                INICIO DO PASSO, JA COM O MODO. FALHA NO RUNCTL
008140*                NAO DERRUBA O PASSO: FICA SO O AVISO NO CONSOLE.
008150*----------------------------------------------------------------
008160 0360-GRAVAR-RUNCTL-INICIO.
008170     OPEN EXTEND RUN-CONTROL-FILE.
008180     IF WRK-STATUS-RUN NOT = '00'
008190         DISPLAY 'DEPREORG - ERRO AO ABRIR RUN-CONTROL-FILE '
008200             '- STATUS ' WRK-STATUS-RUN
008210     ELSE
008220         MOVE 'S' TO SW-RUNCTL-ABERTO
008230         MOVE 'DEPREORG  ' TO RUN-PROGRAMA
008240         MOVE WRK-DATAATUAL TO RUN-DATE
008250         MOVE WRK-HORAATUAL TO RUN-TIME
008260         MOVE 'I'        TO RUN-EVENTO
008270         IF SW-EFETIVAR = 'S'
008280             MOVE 'EFETIVA ' TO RUN-MODO
008290         ELSE
008300             MOVE 'SIMULA  ' TO RUN-MODO
008310         END-IF
008320         MOVE ZEROS TO RUN-QTD-PROCESSADOS
008330         MOVE ZEROS TO RUN-QTD-REJEITADOS
008340         MOVE SPACES TO RUN-RESULTADO
008350         WRITE RUN-CONTROL-RECORD
008360     END-IF.

008370*----------------------------------------------------------------
008380* 0370-GRAVAR-RUNCTL-FIM - GRAVA O REGISTRO DE FIM DO PASSO NO
008390*                RUNCTL: PROCESSADOS = FUNCIONARIOS ATINGIDOS,
008400*                REJEITADOS = REGISTROS DO MAPA REJEITADOS.
008410*----------------------------------------------------------------
008420 0370-GRAVAR-RUNCTL-FIM.
008430     IF SW-RUNCTL-ABERTO = 'S'
008440         MOVE 'DEPREORG  ' TO RUN-PROGRAMA
008450         MOVE WRK-DATAATUAL TO RUN-DATE
008460         ACCEPT WRK-HORAATUAL FROM TIME
008470         MOVE WRK-HORAATUAL TO RUN-TIME
008480         MOVE 'F' TO RUN-EVENTO
008490         IF SW-EFETIVAR = 'S'
008500             MOVE 'EFETIVA ' TO RUN-MODO
008510         ELSE
008520             MOVE 'SIMULA  ' TO RUN-MODO
008530         END-IF
008540         MOVE WRK-QTD-MOVIDOS TO RUN-QTD-PROCESSADOS
008550         MOVE WRK-QTD-MAPAS-REJEITADOS TO RUN-QTD-REJEITADOS
008560         MOVE WRK-RESULTADO-EXECUCAO TO RUN-RESULTADO
008570         WRITE RUN-CONTROL-RECORD
008580         CLOSE RUN-CONTROL-FILE
008590     END-IF.
