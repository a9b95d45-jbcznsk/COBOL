000090*----------------------------------------------------------------
000100* DATA       AUTOR  DESCRICAO
000110* ---------- ------ -----------------------------------------
000112* 2026-08-21 RSM    VERSAO ORIGINAL. CONCESSAO E CANCELAMENTO DE
000114*                   EMPRESTIMOS CONSIGNADOS NO MESTRE DE
000116*                   EMPRESTIMOS (LOANMAST), NO MESMO PADRAO DO
000118*                   EMPMAINT, TIRANDO DO EXCEL O PROGRAMA DE
000120*                   ADIANTAMENTO SALARIAL. A CONCESSAO E
000122*                   RECUSADA PARA MATRICULA SEM CADASTRO NO
000124*                   EMPLOYEE-MASTER OU DESLIGADA, E CALCULA
000126*                   PARCELA E TOTAL DEVIDO POR JUROS SIMPLES
000128*                   (PRINCIPAL * TAXA MENSAL * PRAZO), COM A
000130*                   MESMA ESCALA DE TAXA DO IF-ELSE.
000132* 2026-08-21 RSM    A CONCESSAO PASSOU A ZERAR O CARIMBO DE
000134*                   ULTIMO MES DESCONTADO (LON-ANOMES-ULT-
000136*                   DESCONTO), MANTIDO PELO LOANDED CONTRA
000138*                   DESCONTO EM DOBRO NO MESMO MES.
000140* 2026-09-02 RSM    INCLUIDA A MARGEM CONSIGNAVEL: O PERCENTUAL
000142*                   MAXIMO DO SALARIO QUE A PARCELA PODE
000144*                   COMPROMETER PASSOU A SER LIDO DO ARQUIVO DE
000146*                   PARAMETRO LONPARM (MESMO MECANISMO DO
000148*                   TBPARAM DO TEMPOCASA) E A CONCESSAO CUJA
000150*                   PARCELA ULTRAPASSA A MARGEM SOBRE O
000152*                   EMP-SALARIO E RECUSADA NO RELATORIO DE
000154*                   REJEICOES. PARAMETRO ILEGIVEL OU ZERADO
000156*                   ABORTA O LOTE EM VEZ DE CONCEDER SEM LIMITE.
000158* 2026-09-02 RSM    MESTRE DE EMPRESTIMOS RECHAVEADO POR
000160*                   MATRICULA + NUMERO DE CONTRATO (LON-CHAVE),
000162*                   PERMITINDO MAIS DE UM EMPRESTIMO EM ABERTO
000164*                   POR FUNCIONARIO. A CONCESSAO EMITE O NUMERO
000166*                   SEQUENCIAL DO CONTRATO A PARTIR DO MAIOR JA
000168*                   GRAVADO PARA A MATRICULA, E A MARGEM
000170*                   CONSIGNAVEL PASSOU A SER CONFERIDA CONTRA A
000172*                   SOMA DAS PARCELAS DOS CONTRATOS AINDA EM
000174*                   ABERTO MAIS A PARCELA NOVA. O CANCELAMENTO
000176*                   PASSOU A EXIGIR O NUMERO DO CONTRATO NO
000178*                   MOVIMENTO (LTR-CONTRATO).
000180* 2026-10-15 RSM    INCLUIDAS A QUITACAO ANTECIPADA (Q), A
000182*                   AMORTIZACAO PARCIAL (P) E A RENEGOCIACAO (R)
000184*                   DE CONTRATOS. A QUITACAO ZERA O SALDO COM O
000186*                   ABATIMENTO DOS JUROS SIMPLES DAS PARCELAS A
000188*                   VENCER; A AMORTIZACAO RECALCULA SALDO E
000190*                   PARCELA SOBRE O PRAZO RESTANTE; A RENEGOCIACAO
000192*                   ENCERRA O CONTRATO E ABRE UM NOVO COM O VALOR
000194*                   DE QUITACAO, LIGADO AO ANTIGO POR LON-
000196*                   CONTRATO-ORIGEM E CONFERIDO CONTRA A MARGEM
000198*                   DO LONPARM. TODAS GRAVAM IMAGEM ANTES/DEPOIS
000199*                   NO LONAUDIT.
000200* 2026-10-15 RSM    A EXCLUSAO (E) RECUSA CONTRATO ENCERRADO ('Q'
000202*                   OU 'R') E CONTRATO QUE SEJA ORIGEM DE UMA
000204*                   RENEGOCIACAO, PRESERVANDO O HISTORICO DA
000206*                   QUITACAO E A LIGACAO LON-CONTRATO-ORIGEM.
000210*----------------------------------------------------------------

000243 ENVIRONMENT DIVISION.
000246 CONFIGURATION SECTION.
000750     77 WRK-HORAATUAL     PIC 9(08).
000760     77 WRK-MOTIVO-REJEICAO PIC X(40) VALUE SPACES.
000770     77 WRK-JUROS-TOTAL   PIC 9(07)V99 VALUE ZEROS.
000772     77 WRK-JUROS-BASE    PIC 9(07)V99 VALUE ZEROS.
000774     77 WRK-JUROS-A-VENCER PIC 9(07)V99 VALUE ZEROS.
000776     77 WRK-VALOR-QUITACAO PIC 9(07)V99 VALUE ZEROS.
000778     77 WRK-SALDO-REMANESCENTE PIC 9(07)V99 VALUE ZEROS.
000780     77 WRK-TOTAL-DEVIDO  PIC 9(07)V99 VALUE ZEROS.
000782     77 WRK-PARCELA-CALC  PIC 9(05)V99 VALUE ZEROS.
000784     77 WRK-PERCENTUAL-MARGEM PIC 9(02)V99 VALUE ZEROS.
000790     77 WRK-QTD-CONCESSOES   PIC 9(06) VALUE ZEROS.
000800     77 WRK-QTD-CANCELAMENTOS PIC 9(06) VALUE ZEROS.
000810     77 WRK-QTD-REJEICOES    PIC 9(06) VALUE ZEROS.
000811     77 WRK-QTD-QUITACOES    PIC 9(06) VALUE ZEROS.
000812     77 WRK-QTD-AMORTIZACOES PIC 9(06) VALUE ZEROS.
000813     77 WRK-QTD-RENEGOCIACOES PIC 9(06) VALUE ZEROS.
000814     77 WRK-PARCELAS-BASE    PIC 9(02) VALUE ZEROS.
000815     77 WRK-PARCELAS-RESTANTES PIC 9(02) VALUE ZEROS.
000816     77 WRK-CONTRATO-ORIGEM  PIC 9(02) VALUE ZEROS.
000817     77 WRK-PARCELA-ORIGEM   PIC 9(05)V99 VALUE ZEROS.
000818     77 WRK-IMAGEM-ORIGEM    PIC X(80) VALUE SPACES.

000820     01 WRK-SWITCHES.
000830         05 SW-FIM-ARQUIVO-TRN  PIC X(01) VALUE 'N'.
000900             88 EMPREGADO-ENCONTRADO   VALUE 'S'.
000902         05 SW-FIM-CONTRATOS    PIC X(01) VALUE 'N'.
000904             88 FIM-CONTRATOS-MATRICULA VALUE 'S'.
000906         05 SW-CONTRATO-REFERENCIADO PIC X(01) VALUE 'N'.
000908             88 CONTRATO-REFERENCIADO VALUE 'S'.

000910     01 WRK-STATUS-ARQUIVOS.
000920         05 WRK-STATUS-LON  PIC X(02) VALUE '00'.
001710                 PERFORM 0240-CONCEDER-EMPRESTIMO
001720             WHEN LTR-CANCELAMENTO
001730                 PERFORM 0260-CANCELAR-EMPRESTIMO
001731             WHEN LTR-QUITACAO
001732                 PERFORM 0250-QUITAR-EMPRESTIMO
001733             WHEN LTR-AMORTIZACAO
001734                 PERFORM 0252-AMORTIZAR-EMPRESTIMO
001735             WHEN LTR-RENEGOCIACAO
001736                 PERFORM 0254-RENEGOCIAR-EMPRESTIMO
001740         END-EVALUATE
001750     ELSE
001760         PERFORM 0235-GRAVAR-REJEICAO
001810*                CONCESSAO EXIGE MATRICULA CADASTRADA E NAO
001820*                DESLIGADA NO EMPLOYEE-MASTER (0245), PRINCIPAL
001830*                E PRAZO MAIORES QUE ZERO E TAXA NUMERICA.
001831*                AS ACOES E/Q/P/R EXIGEM O NUMERO DO CONTRATO;
001832*                A AMORTIZACAO EXIGE O VALOR PAGO (LTR-
001833*                PRINCIPAL) E A RENEGOCIACAO PASSA PELA MESMA
001834*                CRITICA DE TAXA, PRAZO E FUNCIONARIO DA
001835*                CONCESSAO.
001840*----------------------------------------------------------------
001850 0230-VALIDAR-MOVIMENTO.
001860     MOVE 'N'    TO SW-MOVIMENTO-VALIDO.
001870     MOVE SPACES TO WRK-MOTIVO-REJEICAO.

001880     EVALUATE TRUE
001890         WHEN LTR-ACAO NOT = 'I' AND 'E' AND 'Q' AND 'P' AND 'R'
001900             MOVE 'CODIGO DE ACAO INVALIDO'
001910                 TO WRK-MOTIVO-REJEICAO
001920         WHEN LTR-EMP-ID NOT NUMERIC
001950         WHEN LTR-EMP-ID = ZEROS
001960             MOVE 'MATRICULA ZERADA'
001970                 TO WRK-MOTIVO-REJEICAO
001975         WHEN NOT LTR-CONCESSAO
001976             AND (LTR-CONTRATO NOT NUMERIC
001977              OR LTR-CONTRATO = ZEROS)
001978             MOVE 'NUMERO DE CONTRATO INVALIDO'
001979                 TO WRK-MOTIVO-REJEICAO
001980         WHEN LTR-CANCELAMENTO OR LTR-QUITACAO
001990             MOVE 'S' TO SW-MOVIMENTO-VALIDO
001991         WHEN LTR-AMORTIZACAO
001992             AND (LTR-PRINCIPAL NOT NUMERIC
001993              OR LTR-PRINCIPAL = ZEROS)
001994             MOVE 'VALOR DA AMORTIZACAO INVALIDO'
001995                 TO WRK-MOTIVO-REJEICAO
001996         WHEN LTR-AMORTIZACAO
001997             MOVE 'S' TO SW-MOVIMENTO-VALIDO
002000         WHEN LTR-CONCESSAO
002005             AND LTR-PRINCIPAL NOT NUMERIC
002010             MOVE 'PRINCIPAL NAO NUMERICO'
002020                 TO WRK-MOTIVO-REJEICAO
002030         WHEN LTR-CONCESSAO
002035             AND LTR-PRINCIPAL = ZEROS
002040             MOVE 'PRINCIPAL ZERADO'
002050                 TO WRK-MOTIVO-REJEICAO
002060         WHEN LTR-TAXA NOT NUMERIC
002870         MOVE ZEROS TO LON-PARCELAS-PAGAS OF LOAN-RECORD
002872         MOVE ZEROS
002874             TO LON-ANOMES-ULT-DESCONTO OF LOAN-RECORD
002875         MOVE SPACE TO LON-SITUACAO OF LOAN-RECORD
002876         MOVE ZEROS TO LON-CONTRATO-ORIGEM OF LOAN-RECORD
002877                       LON-BASE-RECALCULO OF LOAN-RECORD
002878                       LON-VALOR-LIQUIDADO OF LOAN-RECORD
002880         WRITE LOAN-RECORD
002890         MOVE LOAN-RECORD TO MNT-IMAGEM-DEPOIS
002900         PERFORM 0270-GRAVAR-AUDITORIA
002920     END-EVALUATE.

002930*----------------------------------------------------------------
002932* 0260-CANCELAR-EMPRESTIMO - REMOVE DO MESTRE UM CONTRATO JA
002934*                CADASTRADO, IDENTIFICADO POR MATRICULA E NUMERO
002936*                DE CONTRATO (QUITACAO MANUAL OU CANCELAMENTO).
002938*                CONTRATO ENCERRADO ('Q' OU 'R') NAO E EXCLUIDO,
002940*                PARA NAO PERDER O HISTORICO DA QUITACAO, NEM O
002942*                CONTRATO QUE E ORIGEM DE UMA RENEGOCIACAO, PARA
002944*                NAO DEIXAR O LON-CONTRATO-ORIGEM DO NOVO SEM PAR.
002946*----------------------------------------------------------------
002948 0260-CANCELAR-EMPRESTIMO.
002950     MOVE 'N' TO SW-CONTRATO-REFERENCIADO.
002952     PERFORM 0246-LER-EMPRESTIMO.
002954     IF SW-CHAVE-ENCONTRADA = 'S'
002956        AND LON-VIGENTE OF LOAN-RECORD
002958         PERFORM 0261-PROCURAR-REFERENCIA
002960         PERFORM 0246-LER-EMPRESTIMO
002962     END-IF.

002964     EVALUATE TRUE
002966         WHEN SW-CHAVE-ENCONTRADA NOT = 'S'
002968             MOVE 'CONTRATO SEM EMPRESTIMO NO MESTRE'
002970                 TO WRK-MOTIVO-REJEICAO
002972             PERFORM 0235-GRAVAR-REJEICAO
002974         WHEN NOT LON-VIGENTE OF LOAN-RECORD
002976             MOVE 'CONTRATO ENCERRADO NAO PODE SER EXCLUIDO'
002978                 TO WRK-MOTIVO-REJEICAO
002980             PERFORM 0235-GRAVAR-REJEICAO
002982         WHEN SW-CONTRATO-REFERENCIADO = 'S'
002984             MOVE 'ORIGEM DE OUTRO CONTRATO - NAO EXCLUIR'
002986                 TO WRK-MOTIVO-REJEICAO
002988             PERFORM 0235-GRAVAR-REJEICAO
002990         WHEN OTHER
002992             MOVE LOAN-RECORD TO MNT-IMAGEM-ANTES
002994             DELETE LOAN-MASTER
002996             MOVE SPACES TO MNT-IMAGEM-DEPOIS
002998             PERFORM 0270-GRAVAR-AUDITORIA
003000             ADD 1 TO WRK-QTD-CANCELAMENTOS
003002     END-EVALUATE.

003004*----------------------------------------------------------------
003006* 0261-PROCURAR-REFERENCIA - VARRE OS CONTRATOS DA MATRICULA ATRAS
003008*                DE UM QUE TENHA O CONTRATO DO MOVIMENTO COMO
003010*                LON-CONTRATO-ORIGEM.
003012*----------------------------------------------------------------
003014 0261-PROCURAR-REFERENCIA.
003016     MOVE 'N'        TO SW-FIM-CONTRATOS.
003018     MOVE LTR-EMP-ID TO LON-EMP-ID OF LOAN-RECORD.
003020     MOVE ZEROS      TO LON-CONTRATO OF LOAN-RECORD.
003022     START LOAN-MASTER
003024         KEY IS GREATER THAN LON-CHAVE OF LOAN-RECORD
003026         INVALID KEY
003028             MOVE 'S' TO SW-FIM-CONTRATOS
003030     END-START.

003032     PERFORM 0262-LER-REFERENCIA
003034         UNTIL SW-FIM-CONTRATOS = 'S'.

003036 0262-LER-REFERENCIA.
003038     READ LOAN-MASTER NEXT RECORD
003040         AT END
003042             MOVE 'S' TO SW-FIM-CONTRATOS
003044         NOT AT END
003046             IF LON-EMP-ID OF LOAN-RECORD NOT = LTR-EMP-ID
003048                 MOVE 'S' TO SW-FIM-CONTRATOS
003050             ELSE
003052                 IF LON-CONTRATO-ORIGEM OF LOAN-RECORD
003054                    = LTR-CONTRATO
003056                     MOVE 'S' TO SW-CONTRATO-REFERENCIADO
003058                 END-IF
003060             END-IF
003062     END-READ.

003100*----------------------------------------------------------------
003110* 0270-GRAVAR-AUDITORIA - GRAVA A IMAGEM ANTES/DEPOIS DO
003320     DISPLAY 'LOANMNT - MANUTENCAO FINALIZADA'.
003330     DISPLAY 'CONCESSOES APLICADAS  : ' WRK-QTD-CONCESSOES.
003340     DISPLAY 'CANCELAMENTOS         : ' WRK-QTD-CANCELAMENTOS.
003342     DISPLAY 'QUITACOES ANTECIPADAS : ' WRK-QTD-QUITACOES.
003344     DISPLAY 'AMORTIZACOES PARCIAIS : ' WRK-QTD-AMORTIZACOES.
003346     DISPLAY 'RENEGOCIACOES         : ' WRK-QTD-RENEGOCIACOES.
003350     DISPLAY 'MOVIMENTOS REJEITADOS : ' WRK-QTD-REJEICOES.

003360*----------------------------------------------------------------
003370* 0250-QUITAR-EMPRESTIMO - QUITACAO ANTECIPADA COM RECURSO DO
003380*                PROPRIO FUNCIONARIO: O CONTRATO FICA NO MESTRE
003390*                COM SALDO ZERO E SITUACAO Q, E O VALOR PAGO
003400*                (SALDO MENOS OS JUROS DAS PARCELAS A VENCER,
003410*                APURADO EM 0256) FICA EM LON-VALOR-LIQUIDADO.
003420*----------------------------------------------------------------
003430 0250-QUITAR-EMPRESTIMO.
003440     PERFORM 0246-LER-EMPRESTIMO.

003450     EVALUATE TRUE
003460         WHEN SW-CHAVE-ENCONTRADA NOT = 'S'
003470             MOVE 'CONTRATO SEM EMPRESTIMO NO MESTRE'
003480                 TO WRK-MOTIVO-REJEICAO
003490             PERFORM 0235-GRAVAR-REJEICAO
003500         WHEN LON-SALDO OF LOAN-RECORD = ZEROS
003510             MOVE 'CONTRATO SEM SALDO EM ABERTO'
003520                 TO WRK-MOTIVO-REJEICAO
003530             PERFORM 0235-GRAVAR-REJEICAO
003540         WHEN OTHER
003550             PERFORM 0256-APURAR-QUITACAO
003560             MOVE LOAN-RECORD TO MNT-IMAGEM-ANTES
003570             MOVE WRK-VALOR-QUITACAO
003580                 TO LON-VALOR-LIQUIDADO OF LOAN-RECORD
003590             MOVE ZEROS TO LON-SALDO OF LOAN-RECORD
003600             MOVE 'Q'   TO LON-SITUACAO OF LOAN-RECORD
003610             REWRITE LOAN-RECORD
003620             MOVE LOAN-RECORD TO MNT-IMAGEM-DEPOIS
003630             PERFORM 0270-GRAVAR-AUDITORIA
003640             ADD 1 TO WRK-QTD-QUITACOES
003650     END-EVALUATE.

003660*----------------------------------------------------------------
003670* 0252-AMORTIZAR-EMPRESTIMO - AMORTIZACAO PARCIAL: O VALOR PAGO
003680*                (LTR-PRINCIPAL) E ABATIDO DO VALOR DE QUITACAO DO
003690*                CONTRATO (0256) E O RESTANTE VOLTA A RENDER JUROS
003700*                SIMPLES A TAXA DO CONTRATO PELAS PARCELAS A
003710*                VENCER. O NOVO SALDO E DIVIDIDO NAS MESMAS
003720*                PARCELAS A VENCER (PRAZO MANTIDO) E O PONTO DO
003730*                RECALCULO FICA EM LON-BASE-RECALCULO PARA O
003740*                CRONOGRAMA E PARA QUITACOES FUTURAS. VALOR QUE
003750*                COBRE A QUITACAO E REJEITADO: DEVE VIR COMO
003760*                QUITACAO ANTECIPADA.
003770*----------------------------------------------------------------
003780 0252-AMORTIZAR-EMPRESTIMO.
003790     PERFORM 0246-LER-EMPRESTIMO.
003800     IF SW-CHAVE-ENCONTRADA = 'S'
003810         PERFORM 0256-APURAR-QUITACAO
003820     END-IF.

003830     EVALUATE TRUE
003840         WHEN SW-CHAVE-ENCONTRADA NOT = 'S'
003850             MOVE 'CONTRATO SEM EMPRESTIMO NO MESTRE'
003860                 TO WRK-MOTIVO-REJEICAO
003870             PERFORM 0235-GRAVAR-REJEICAO
003880         WHEN LON-SALDO OF LOAN-RECORD = ZEROS
003890             MOVE 'CONTRATO SEM SALDO EM ABERTO'
003900                 TO WRK-MOTIVO-REJEICAO
003910             PERFORM 0235-GRAVAR-REJEICAO
003920         WHEN WRK-PARCELAS-RESTANTES = ZEROS
003930             MOVE 'CONTRATO SEM PARCELAS A VENCER'
003940                 TO WRK-MOTIVO-REJEICAO
003950             PERFORM 0235-GRAVAR-REJEICAO
003960         WHEN LTR-PRINCIPAL NOT < WRK-VALOR-QUITACAO
003970             MOVE 'VALOR COBRE A QUITACAO - USAR ACAO Q'
003980                 TO WRK-MOTIVO-REJEICAO
003990             PERFORM 0235-GRAVAR-REJEICAO
004000         WHEN OTHER
004010             COMPUTE WRK-SALDO-REMANESCENTE =
004020                 WRK-VALOR-QUITACAO - LTR-PRINCIPAL
004030             COMPUTE WRK-JUROS-TOTAL ROUNDED =
004040                 WRK-SALDO-REMANESCENTE * LON-TAXA OF LOAN-RECORD
004050                 * WRK-PARCELAS-RESTANTES / 100
004060             COMPUTE WRK-TOTAL-DEVIDO =
004070                 WRK-SALDO-REMANESCENTE + WRK-JUROS-TOTAL
004080             COMPUTE WRK-PARCELA-CALC ROUNDED =
004090                 WRK-TOTAL-DEVIDO / WRK-PARCELAS-RESTANTES
004100             MOVE LOAN-RECORD TO MNT-IMAGEM-ANTES
004110             MOVE LON-PARCELAS-PAGAS OF LOAN-RECORD
004120                 TO LON-PARCELA-BASE-NR OF LOAN-RECORD
004130             MOVE WRK-TOTAL-DEVIDO
004135                 TO LON-SALDO-BASE OF LOAN-RECORD
004140                    LON-SALDO OF LOAN-RECORD
004150             MOVE WRK-JUROS-TOTAL
004155                 TO LON-JUROS-BASE OF LOAN-RECORD
004160             MOVE WRK-PARCELA-CALC TO LON-PARCELA OF LOAN-RECORD
004170             MOVE LTR-PRINCIPAL
004180                 TO LON-VALOR-LIQUIDADO OF LOAN-RECORD
004190             REWRITE LOAN-RECORD
004200             MOVE LOAN-RECORD TO MNT-IMAGEM-DEPOIS
004210             PERFORM 0270-GRAVAR-AUDITORIA
004220             ADD 1 TO WRK-QTD-AMORTIZACOES
004230     END-EVALUATE.

004240*----------------------------------------------------------------
004250* 0254-RENEGOCIAR-EMPRESTIMO - RENEGOCIACAO: O VALOR DE QUITACAO
004260*                DO CONTRATO (0256) VIRA O PRINCIPAL DE UM
004270*                CONTRATO NOVO, COM A TAXA E O PRAZO DO MOVIMENTO
004280*                E O PROXIMO NUMERO SEQUENCIAL DA MATRICULA,
004290*                LIGADO AO ANTIGO POR LON-CONTRATO-ORIGEM. A
004300*                IMAGEM DO CONTRATO ANTIGO E GUARDADA ANTES DA
004310*                VARREDURA DOS CONTRATOS DA MATRICULA (0257).
004320*----------------------------------------------------------------
004330 0254-RENEGOCIAR-EMPRESTIMO.
004340     PERFORM 0246-LER-EMPRESTIMO.

004350     EVALUATE TRUE
004360         WHEN SW-CHAVE-ENCONTRADA NOT = 'S'
004370             MOVE 'CONTRATO SEM EMPRESTIMO NO MESTRE'
004380                 TO WRK-MOTIVO-REJEICAO
004390             PERFORM 0235-GRAVAR-REJEICAO
004400         WHEN LON-SALDO OF LOAN-RECORD = ZEROS
004410             MOVE 'CONTRATO SEM SALDO EM ABERTO'
004420                 TO WRK-MOTIVO-REJEICAO
004430             PERFORM 0235-GRAVAR-REJEICAO
004440         WHEN OTHER
004450             PERFORM 0256-APURAR-QUITACAO
004460             MOVE LOAN-RECORD TO WRK-IMAGEM-ORIGEM
004470             MOVE LON-CONTRATO OF LOAN-RECORD
004475                 TO WRK-CONTRATO-ORIGEM
004480             MOVE LON-PARCELA OF LOAN-RECORD
004485                 TO WRK-PARCELA-ORIGEM
004490             PERFORM 0257-CONFERIR-RENEGOCIACAO
004500     END-EVALUATE.

004510*----------------------------------------------------------------
004520* 0256-APURAR-QUITACAO - VALOR DE QUITACAO DO CONTRATO LIDO:
004530*                SALDO DEVEDOR MENOS OS JUROS SIMPLES AINDA NAO
004540*                APROPRIADOS, PROPORCIONAIS AS PARCELAS A VENCER
004550*                (PRAZO - PARCELAS PAGAS) SOBRE AS PARCELAS DA
004560*                BASE DE CALCULO: O CONTRATO ORIGINAL (JUROS DA
004570*                CONCESSAO SOBRE O PRAZO TODO) OU O ULTIMO
004580*                RECALCULO DA AMORTIZACAO PARCIAL (LON-BASE-
004590*                RECALCULO).
004600*----------------------------------------------------------------
004610 0256-APURAR-QUITACAO.
004620     IF LON-SALDO-BASE OF LOAN-RECORD > ZEROS
004630         MOVE LON-JUROS-BASE OF LOAN-RECORD TO WRK-JUROS-BASE
004640         COMPUTE WRK-PARCELAS-BASE =
004650             LON-PRAZO OF LOAN-RECORD
004660             - LON-PARCELA-BASE-NR OF LOAN-RECORD
004670     ELSE
004680         COMPUTE WRK-JUROS-BASE ROUNDED =
004690             LON-PRINCIPAL OF LOAN-RECORD
004695             * LON-TAXA OF LOAN-RECORD
004700             * LON-PRAZO OF LOAN-RECORD / 100
004710         MOVE LON-PRAZO OF LOAN-RECORD TO WRK-PARCELAS-BASE
004720     END-IF.

004730     MOVE ZEROS TO WRK-PARCELAS-RESTANTES
004740                   WRK-JUROS-A-VENCER.
004750     IF LON-PRAZO OF LOAN-RECORD
004760         > LON-PARCELAS-PAGAS OF LOAN-RECORD
004770         COMPUTE WRK-PARCELAS-RESTANTES =
004780             LON-PRAZO OF LOAN-RECORD
004790             - LON-PARCELAS-PAGAS OF LOAN-RECORD
004800     END-IF.
004810     IF WRK-PARCELAS-BASE > ZEROS
004820         COMPUTE WRK-JUROS-A-VENCER ROUNDED =
004830             WRK-JUROS-BASE * WRK-PARCELAS-RESTANTES
004840             / WRK-PARCELAS-BASE
004850     END-IF.

004860     IF WRK-JUROS-A-VENCER > WRK-JUROS-BASE
004870         MOVE WRK-JUROS-BASE TO WRK-JUROS-A-VENCER
004880     END-IF.
004890     IF WRK-JUROS-A-VENCER > LON-SALDO OF LOAN-RECORD
004900         MOVE LON-SALDO OF LOAN-RECORD TO WRK-JUROS-A-VENCER
004910     END-IF.
004920     COMPUTE WRK-VALOR-QUITACAO =
004930         LON-SALDO OF LOAN-RECORD - WRK-JUROS-A-VENCER.

004940*----------------------------------------------------------------
004950* 0257-CONFERIR-RENEGOCIACAO - CALCULA O CONTRATO NOVO DA
004960*                RENEGOCIACAO COMO NA CONCESSAO (0240) E CONFERE
004970*                A MARGEM CONSIGNAVEL DO LONPARM CONTRA A PARCELA
004980*                NOVA MAIS AS PARCELAS DOS CONTRATOS EM ABERTO,
004990*                SEM A PARCELA DO CONTRATO QUE ESTA SENDO
004995*                ENCERRADO.
005000*----------------------------------------------------------------
005010 0257-CONFERIR-RENEGOCIACAO.
005020     PERFORM 0247-VARRER-CONTRATOS.

005030     COMPUTE WRK-JUROS-TOTAL ROUNDED =
005040         WRK-VALOR-QUITACAO * LTR-TAXA * LTR-PRAZO / 100.
005050     COMPUTE WRK-TOTAL-DEVIDO =
005060         WRK-VALOR-QUITACAO + WRK-JUROS-TOTAL.
005070     COMPUTE WRK-PARCELA-CALC ROUNDED =
005080         WRK-TOTAL-DEVIDO / LTR-PRAZO.
005090     COMPUTE WRK-MARGEM-CONSIG ROUNDED =
005100         EMP-SALARIO OF EMP-RECORD
005110         * WRK-PERCENTUAL-MARGEM / 100.

005120     EVALUATE TRUE
005130         WHEN WRK-PROXIMO-CONTRATO = ZEROS
005140             MOVE 'NUMERACAO DE CONTRATOS DA MATRICULA ESGOTADA'
005150                 TO WRK-MOTIVO-REJEICAO
005160             PERFORM 0235-GRAVAR-REJEICAO
005170         WHEN WRK-TOTAL-DEVIDO > 99999.99
005180             MOVE 'TOTAL DEVIDO ACIMA DO LIMITE DA PARCELA'
005190                 TO WRK-MOTIVO-REJEICAO
005200             PERFORM 0235-GRAVAR-REJEICAO
005210         WHEN WRK-PARCELA-CALC + WRK-PARCELAS-ABERTAS
005220                 - WRK-PARCELA-ORIGEM > WRK-MARGEM-CONSIG
005230             MOVE 'PARCELA ACIMA DA MARGEM CONSIGNAVEL'
005240                 TO WRK-MOTIVO-REJEICAO
005250             PERFORM 0235-GRAVAR-REJEICAO
005260         WHEN OTHER
005270             PERFORM 0258-GRAVAR-RENEGOCIACAO
005280     END-EVALUATE.

005290*----------------------------------------------------------------
005300* 0258-GRAVAR-RENEGOCIACAO - ENCERRA O CONTRATO ANTIGO (SALDO
005310*                ZERO, SITUACAO R, VALOR TRANSFERIDO EM
005320*                LON-VALOR-LIQUIDADO) E GRAVA O CONTRATO NOVO,
005330*                CADA UM COM SUA IMAGEM ANTES/DEPOIS NA TRILHA DE
005340*                AUDITORIA.
005350*----------------------------------------------------------------
005360 0258-GRAVAR-RENEGOCIACAO.
005370     MOVE WRK-IMAGEM-ORIGEM TO LOAN-RECORD.
005380     MOVE LOAN-RECORD TO MNT-IMAGEM-ANTES.
005390     MOVE WRK-VALOR-QUITACAO
005400         TO LON-VALOR-LIQUIDADO OF LOAN-RECORD.
005410     MOVE ZEROS TO LON-SALDO OF LOAN-RECORD.
005420     MOVE 'R'   TO LON-SITUACAO OF LOAN-RECORD.
005430     REWRITE LOAN-RECORD.
005440     MOVE LOAN-RECORD TO MNT-IMAGEM-DEPOIS.
005450     PERFORM 0270-GRAVAR-AUDITORIA.

005460     MOVE SPACES TO MNT-IMAGEM-ANTES.
005470     MOVE LTR-EMP-ID    TO LON-EMP-ID OF LOAN-RECORD.
005480     MOVE WRK-PROXIMO-CONTRATO
005490         TO LON-CONTRATO OF LOAN-RECORD.
005500     MOVE WRK-VALOR-QUITACAO
005510         TO LON-PRINCIPAL OF LOAN-RECORD.
005520     MOVE LTR-TAXA      TO LON-TAXA OF LOAN-RECORD.
005530     MOVE LTR-PRAZO     TO LON-PRAZO OF LOAN-RECORD.
005540     MOVE WRK-PARCELA-CALC TO LON-PARCELA OF LOAN-RECORD.
005550     MOVE WRK-TOTAL-DEVIDO TO LON-SALDO OF LOAN-RECORD.
005560     MOVE ZEROS TO LON-PARCELAS-PAGAS OF LOAN-RECORD
005570                   LON-ANOMES-ULT-DESCONTO OF LOAN-RECORD
005580                   LON-BASE-RECALCULO OF LOAN-RECORD
005590                   LON-VALOR-LIQUIDADO OF LOAN-RECORD.
005600     MOVE SPACE TO LON-SITUACAO OF LOAN-RECORD.
005610     MOVE WRK-CONTRATO-ORIGEM
005620         TO LON-CONTRATO-ORIGEM OF LOAN-RECORD.
005630     WRITE LOAN-RECORD.
005640     MOVE LOAN-RECORD TO MNT-IMAGEM-DEPOIS.
005650     PERFORM 0270-GRAVAR-AUDITORIA.
005660     ADD 1 TO WRK-QTD-RENEGOCIACOES.
