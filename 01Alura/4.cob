000602*                   CABECALHO); O REPROCESSAMENTO SELETIVO ANEXA
000603*                   UM LOTE H/D/T PROPRIO.
000604* 2026-09-02 RSM    INCLUIDO O REGISTRO NO ARQUIVO COMUM DE
000606*                   CONTROLE DE EXECUCAO (RUNCTL): UM REGISTRO
000608*                   'I' NO INICIO E UM 'F' NO FIM COM MODO
000610*                   (NOTURNO/SELETIVO), CONTAGENS E RESULTADO,
000612*                   LIDO PELO RELATORIO MATINAL RUNCTLRP.
000614* 2026-10-15 RSM    O PREMIO DE TEMPO DE CASA PASSOU A SER GRAVADO
000616*                   TAMBEM NO HISTORICO PERMANENTE DE PREMIOS
000618*                   (AWDHIST, CHAVE MATRICULA + MARCO) NA SITUACAO
000620*                   'C' (CONCEDIDO), PARA O AWDFULFL PEDIR O
000622*                   BRINDE AO FORNECEDOR E ACOMPANHAR A ENTREGA.
000624*----------------------------------------------------------------

000626 ENVIRONMENT DIVISION.
000628 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000632 OBJECT-COMPUTER. IBM-370.

000634 INPUT-OUTPUT SECTION.
000636 FILE-CONTROL.
000638     SELECT EMPLOYEE-MASTER
000640         ASSIGN TO EMPMAST
000642         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EMP-ID OF EMP-RECORD
000670         FILE STATUS IS WRK-STATUS-EMP.
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-STATUS-EXC.

000791     SELECT AWARD-HISTORY-FILE
000792         ASSIGN TO AWDHIST
000793         ORGANIZATION IS INDEXED
000794         ACCESS MODE IS RANDOM
000795         RECORD KEY IS AWH-CHAVE OF AWARD-HISTORY-RECORD
000796         FILE STATUS IS WRK-STATUS-AWH.

000800     SELECT SERVICE-AWARDS-REPORT
000810         ASSIGN TO AWARDRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
001000     LABEL RECORDS ARE STANDARD.
001010     COPY EXCPREC.

001012 FD  AWARD-HISTORY-FILE
001014     LABEL RECORDS ARE STANDARD.
001016     COPY AWHREC.

001020 FD  SERVICE-AWARDS-REPORT
001030     LABEL RECORDS ARE STANDARD.
001040     COPY AWRDREC.
001390         05 WRK-STATUS-AUD  PIC X(02) VALUE '00'.
001400         05 WRK-STATUS-EXC  PIC X(02) VALUE '00'.
001410         05 WRK-STATUS-AWD  PIC X(02) VALUE '00'.
001415         05 WRK-STATUS-AWH  PIC X(02) VALUE '00'.
001420         05 WRK-STATUS-EXP  PIC X(02) VALUE '00'.
001422         05 WRK-STATUS-DEP  PIC X(02) VALUE '00'.
001424         05 WRK-STATUS-PRP  PIC X(02) VALUE '00'.
001715         END-IF
001720     END-IF.

001721     PERFORM 0125-ABRIR-HISTORICO-PREMIOS.

001722     PERFORM 0130-GRAVAR-RUNCTL-INICIO.

001730*----------------------------------------------------------------
003540         MOVE WRK-TEMPO             TO AWD-TEMPO
003550         MOVE TB-YEARS (TB-IDX)     TO AWD-MARCO
003560         WRITE AWARD-REPORT-RECORD
003565         PERFORM 0262-GRAVAR-HISTORICO-PREMIO
003570         MOVE TB-YEARS (TB-IDX) TO EMP-ULTIMO-PREMIO OF EMP-RECORD
003580         REWRITE EMP-RECORD
003590         ADD 1 TO WRK-QTD-PREMIOS
003850           EXCEPTIONS-REPORT
003860           SERVICE-AWARDS-REPORT
003870           PAYROLL-EXPORT
003872           MERIT-PROPOSAL-FILE
003874           AWARD-HISTORY-FILE.

003880     DISPLAY '----------------------------------------'.
003890     DISPLAY 'TEMPOCASA - PROCESSAMENTO FINALIZADO'.
005990         WRITE RUN-CONTROL-RECORD
006000         CLOSE RUN-CONTROL-FILE
006010     END-IF.

006020*----------------------------------------------------------------
006030* 0125-ABRIR-HISTORICO-PREMIOS - ABRE O HISTORICO PERMANENTE DE
006040*                PREMIOS (AWDHIST) NOS DOIS MODOS DE EXECUCAO. UM
006050*                HISTORICO AINDA INEXISTENTE (STATUS 35) E CRIADO
006060*                VAZIO, COMO O MESTRE DE FERIAS NO FERACUM.
006070*----------------------------------------------------------------
006080 0125-ABRIR-HISTORICO-PREMIOS.
006090     OPEN I-O AWARD-HISTORY-FILE.
006100     IF WRK-STATUS-AWH = '35'
006110         OPEN OUTPUT AWARD-HISTORY-FILE
006120         CLOSE AWARD-HISTORY-FILE
006130         OPEN I-O AWARD-HISTORY-FILE
006140     END-IF.
006150     IF WRK-STATUS-AWH NOT = '00'
006160         DISPLAY 'TEMPOCASA - ERRO AO ABRIR AWARD-HISTORY-FILE '
006170             '- STATUS ' WRK-STATUS-AWH
006180         MOVE 'S' TO SW-FIM-ARQUIVO-EMP
006190     END-IF.

006200*----------------------------------------------------------------
006210* 0262-GRAVAR-HISTORICO-PREMIO - GRAVA NO AWDHIST O PREMIO QUE
006220*                ACABOU DE SAIR NO AWARDRPT, NA SITUACAO 'C'
006230*                (CONCEDIDO, AINDA NAO PEDIDO AO FORNECEDOR). O
006240*                PREMIO JA GRAVADO (RESTART APOS ABEND ENTRE A
006250*                GRAVACAO DO HISTORICO E A DO CADASTRO) NAO E
006260*                DUPLICADO: FICA SO O AVISO NO CONSOLE.
006270*----------------------------------------------------------------
006280 0262-GRAVAR-HISTORICO-PREMIO.
006290     MOVE EMP-ID OF EMP-RECORD TO AWH-EMP-ID.
006300     MOVE TB-YEARS (TB-IDX)    TO AWH-MARCO.
006310     MOVE WRK-NOME             TO AWH-NOME.
006320     MOVE EMP-DEPARTAMENTO OF EMP-RECORD
006330         TO AWH-DEPARTAMENTO.
006340     MOVE WRK-DATAATUAL        TO AWH-DATA-CONCESSAO.
006350     MOVE 'C'                  TO AWH-SITUACAO.
006360     MOVE SPACES               TO AWH-ITEM.
006370     MOVE ZEROS                TO AWH-DATA-PEDIDO.
006380     MOVE ZEROS                TO AWH-DATA-ENTREGA.
006390     MOVE ZEROS                TO AWH-DATA-CANCELAMENTO.
006400     WRITE AWARD-HISTORY-RECORD
006410         INVALID KEY
006420             DISPLAY 'TEMPOCASA - PREMIO ' AWH-MARCO
006430                 ' ANOS DA MATRICULA ' AWH-EMP-ID
006440                 ' JA CONSTA NO AWDHIST'
006450     END-WRITE.
