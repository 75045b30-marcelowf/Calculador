       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.

      ******************************************************************
      * RUNCTL
      * Controle de execucao da cadeia diaria por data de movimento
      * (PROD.CALC.RUNCTL, layout RUNREC). Cada job da cadeia chama o
      * RUNCTL como primeiro passo (funcao I) e como ultimo (funcao F,
      * terminou; funcao X, falhou ou abendou), na sequencia:
      *   TRANEDIT -> STORDGEN -> CALCULAD -> RECONCIL -> BALPROOF
      *   -> GLEXTRCT
      *   e, no fim do mes, FECHAMES (funcao L) -> ARCHPURG.
      * Na entrada o passo e recusado (RC 12, o job nao roda nada):
      *   - se o mes da data de movimento ja esta fechado (exceto o
      *     ARCHPURG, que roda justamente depois do fechamento);
      *   - se o passo anterior da cadeia nao terminou na mesma data.
      *     Para o TRANEDIT, que abre a data, o anterior e o GLEXTRCT
      *     da ultima data aberta, e uma data menor que a ultima
      *     aberta so com reexecucao autorizada; para o ARCHPURG, o
      *     fechamento do mes;
      *   - se o passo ja rodou (ou esta rodando) na data e o PARM
      *     nao traz a reexecucao autorizada ('R'). Depois de uma
      *     falha (X) o reinicio e livre, sem autorizacao.
      * A funcao L fecha o mes contabil da data: exige que seja o mes
      * seguinte ao ultimo fechado (os meses fecham um a um, em ordem
      * - so o mes conferido fica travado) e a ultima data de
      * movimento do mes, com o GLEXTRCT terminado e nenhum passo
      * pendente no mes. O mes fechado (e todos os
      * anteriores) fica travado contra qualquer passo da cadeia e
      * contra o proprio CALCULADOR, que confere o registro CONTROLE
      * antes de lancar. O fechamento nao se desfaz pelo RUNCTL.
      * A funcao R lista a situacao de cada data de movimento (um
      * passo por coluna: situacao/execucoes/reexecucao) a partir da
      * data do PARM - sem data, desde o primeiro dia do mes da
      * ultima data aberta.
      * F e X com reexecucao autorizada tambem servem para regularizar
      * a mao um passo que nao foi iniciado pelo RUNCTL (por exemplo,
      * dar por terminado o GLEXTRCT de um dia abandonado).
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0 passo
      * liberado/registrado, 4 reexecucao autorizada, regularizacao ou
      * aviso (no relatorio: data com falha ou data antiga nao
      * concluida), 12 passo recusado, PARM invalido ou falha de
      * arquivo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WK-RUNC-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-RUNC-KEY
               FILE STATUS IS WK-RUNC-FILE-STATUS.

           SELECT WK-RUNRPT-FILE ASSIGN TO 'RUNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RUNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-RUNC-FILE.
           COPY 'RUNREC.cob'.

       FD  WK-RUNRPT-FILE.
       01  WK-RUNRPT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WK-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-RUNRPT-STATUS            PIC X(02) VALUE '00'.

       01  WK-RUNC-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-RUNC-EOF             VALUE 'S'.
       01  WK-RUNC-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-RUNC-FOUND           VALUE 'S'.
       01  WK-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  WK-REFUSED              VALUE 'S'.
       01  WK-STEP-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-STEP-FOUND           VALUE 'S'.
       01  WK-RERUN-USED-SW            PIC X(01) VALUE 'N'.
           88  WK-RERUN-USED           VALUE 'S'.
       01  WK-REFUSE-REASON            PIC X(60) VALUE SPACES.

       01  WK-FUNCTION                 PIC X(01) VALUE SPACE.
           88  WK-FUNC-START           VALUE 'I'.
           88  WK-FUNC-FINISH          VALUE 'F'.
           88  WK-FUNC-FAIL            VALUE 'X'.
           88  WK-FUNC-CLOSE           VALUE 'L'.
           88  WK-FUNC-REPORT          VALUE 'R'.
           88  WK-FUNC-VALID           VALUE 'I' 'F' 'X' 'L' 'R'.
       01  WK-STEP-NAME                PIC X(08) VALUE SPACES.
       01  WK-OVERRIDE-SW              PIC X(01) VALUE SPACE.
           88  WK-RERUN-AUTHORIZED     VALUE 'R'.

       01  WK-BUS-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-BUS-DATE-R REDEFINES WK-BUS-DATE.
           05  WK-BD-YM                PIC 9(06).
           05  WK-BD-YM-R REDEFINES WK-BD-YM.
               10  WK-BD-YEAR          PIC 9(04).
               10  WK-BD-MONTH         PIC 9(02).
           05  WK-BD-DAY               PIC 9(02).

       01  WK-WORK-DATE                PIC 9(08) VALUE ZERO.
       01  WK-WORK-DATE-R REDEFINES WK-WORK-DATE.
           05  WK-WD-YM                PIC 9(06).
           05  WK-WD-DAY               PIC 9(02).

       01  WK-NOW-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-NOW-TIME                 PIC 9(08) VALUE ZERO.
       01  WK-RUNC-RC                  PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Copia do registro CONTROLE, lida no inicio: o buffer do arquivo
      * e reaproveitado para os registros de passo.
      ******************************************************************
       01  WK-CTL-LAST-BUS-DATE        PIC 9(08) VALUE ZERO.
       01  WK-CTL-CLOSED-MONTH         PIC 9(06) VALUE ZERO.
       01  WK-CTL-CLOSE-DATE           PIC 9(08) VALUE ZERO.
       01  WK-NEXT-CLOSE-YM            PIC 9(06) VALUE ZERO.
       01  WK-NEXT-CLOSE-YM-R REDEFINES WK-NEXT-CLOSE-YM.
           05  WK-NC-YEAR              PIC 9(04).
           05  WK-NC-MONTH             PIC 9(02).

      ******************************************************************
      * Passos da cadeia, na ordem de execucao (e de coluna no
      * relatorio), cada um com o passo que precisa ter terminado
      * antes dele na mesma data. O anterior do TRANEDIT (GLEXTRCT)
      * e conferido na ultima data aberta, nao na propria.
      ******************************************************************
       01  WK-CHAIN-TABLE-VALUES.
           05  FILLER                  PIC X(16) VALUE
               'TRANEDITGLEXTRCT'.
           05  FILLER                  PIC X(16) VALUE
               'STORDGENTRANEDIT'.
           05  FILLER                  PIC X(16) VALUE
               'CALCULADSTORDGEN'.
           05  FILLER                  PIC X(16) VALUE
               'RECONCILCALCULAD'.
           05  FILLER                  PIC X(16) VALUE
               'BALPROOFRECONCIL'.
           05  FILLER                  PIC X(16) VALUE
               'GLEXTRCTBALPROOF'.
           05  FILLER                  PIC X(16) VALUE
               'FECHAMESGLEXTRCT'.
           05  FILLER                  PIC X(16) VALUE
               'ARCHPURGFECHAMES'.
       01  WK-CHAIN-TABLE REDEFINES WK-CHAIN-TABLE-VALUES.
           05  WK-CHAIN-ENTRY          OCCURS 8 TIMES
                                        INDEXED BY WK-CHAIN-IDX.
               10  WK-CHAIN-STEP       PIC X(08).
               10  WK-CHAIN-PRED       PIC X(08).

      ******************************************************************
      * Conferencia do mes no fechamento (funcao L).
      ******************************************************************
       01  WK-SCAN-CUR-DATE            PIC 9(08) VALUE ZERO.
       01  WK-SCAN-GL-SW               PIC X(01) VALUE 'N'.
           88  WK-SCAN-GL-DONE         VALUE 'S'.
       01  WK-SCAN-PENDING             PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Relatorio de situacao (funcao R).
      ******************************************************************
       01  WK-COL-NO                   PIC 9(02) VALUE ZERO.
       01  WK-RPT-CUR-DATE             PIC 9(08) VALUE ZERO.
       01  WK-DAY-FAILED-SW            PIC X(01) VALUE 'N'.
           88  WK-DAY-FAILED           VALUE 'S'.
       01  WK-DAY-RUNNING-SW           PIC X(01) VALUE 'N'.
           88  WK-DAY-RUNNING          VALUE 'S'.
       01  WK-DAY-GL-SW                PIC X(01) VALUE 'N'.
           88  WK-DAY-GL-DONE          VALUE 'S'.
       01  WK-DATE-COUNT               PIC 9(05) VALUE ZERO.
       01  WK-DONE-COUNT               PIC 9(05) VALUE ZERO.
       01  WK-RUNNING-COUNT            PIC 9(05) VALUE ZERO.
       01  WK-OPEN-COUNT               PIC 9(05) VALUE ZERO.
       01  WK-FAILED-COUNT             PIC 9(05) VALUE ZERO.
       01  WK-STALLED-COUNT            PIC 9(05) VALUE ZERO.

       01  WK-STATUS-LINE.
           05  WK-SL-DATE              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WK-SL-CELL              OCCURS 8 TIMES.
               10  WK-SL-STATUS        PIC X(01).
               10  WK-SL-SLASH         PIC X(01).
               10  WK-SL-COUNT         PIC X(03).
               10  WK-SL-RERUN         PIC X(01).
               10  WK-SL-GAP           PIC X(03).
           05  WK-SL-SITUATION         PIC X(13).
           05  WK-SL-CLOSED            PIC X(11).

       01  WK-COUNT-EDIT               PIC ZZ.ZZ9.

      ******************************************************************
      * Recebido via PARM (EXEC PGM=RUNCTL,PARM='FPPPPPPPPAAAAMMDDR'):
      * posicao 1 a funcao (I inicio, F fim, X falha, L fechamento de
      * mes, R relatorio); 2-9 o passo da cadeia (ignorado em L e R);
      * 10-17 a data de movimento - ausente ou zero = hoje em I/F/X,
      * a ultima data aberta em L, o primeiro dia do mes da ultima
      * data aberta em R; 18 'R' = reexecucao autorizada.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-FUNCTION        PIC X(01).
           05  WK-PARM-STEP            PIC X(08).
           05  WK-PARM-DATE            PIC X(08).
           05  WK-PARM-DATE-N REDEFINES WK-PARM-DATE
                                       PIC 9(08).
           05  WK-PARM-OVERRIDE        PIC X(01).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Run-Control.
           PERFORM Read-Run-Parm.
           PERFORM Open-Files.
           PERFORM Read-Control-Record.
           IF NOT WK-REFUSED
               PERFORM Resolve-Bus-Date
           END-IF.
           IF NOT WK-REFUSED
               EVALUATE TRUE
                   WHEN WK-FUNC-START
                       PERFORM Start-Step
                   WHEN WK-FUNC-FINISH
                       PERFORM End-Step
                   WHEN WK-FUNC-FAIL
                       PERFORM End-Step
                   WHEN WK-FUNC-CLOSE
                       PERFORM Close-Month
                   WHEN WK-FUNC-REPORT
                       PERFORM Write-Status-Report
               END-EVALUATE
           END-IF.
           IF WK-REFUSED
               DISPLAY 'RUNCTL RECUSOU ' WK-FUNCTION ' ' WK-STEP-NAME
                   ' ' WK-BUS-DATE ': ' WK-REFUSE-REASON
               MOVE 12 TO WK-RUNC-RC
           END-IF.
           PERFORM Close-Files.
           MOVE WK-RUNC-RC TO RETURN-CODE.
           STOP RUN.

       Read-Run-Parm.
           ACCEPT WK-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-NOW-TIME FROM TIME.
           IF WK-PARM-LEN > 0
               MOVE WK-PARM-FUNCTION TO WK-FUNCTION
           END-IF.
           IF NOT WK-FUNC-VALID
               DISPLAY 'RUNCTL: FUNCAO INVALIDA NO PARM (I/F/X/L/R)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-LEN > 8
               MOVE WK-PARM-STEP TO WK-STEP-NAME
           END-IF.
           IF WK-FUNC-CLOSE
               MOVE 'FECHAMES' TO WK-STEP-NAME
           END-IF.
           IF WK-PARM-LEN > 16 AND WK-PARM-DATE-N NUMERIC
               MOVE WK-PARM-DATE-N TO WK-BUS-DATE
           END-IF.
           IF WK-PARM-LEN > 17
               MOVE WK-PARM-OVERRIDE TO WK-OVERRIDE-SW
           END-IF.

       Open-Files.
           IF WK-FUNC-REPORT
               OPEN OUTPUT WK-RUNRPT-FILE
               IF WK-RUNRPT-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RUNRPT - STATUS '
                       WK-RUNRPT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT WK-RUNC-FILE
               IF WK-RUNC-FILE-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS '
                       WK-RUNC-FILE-STATUS
                   CLOSE WK-RUNRPT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O WK-RUNC-FILE
               IF WK-RUNC-FILE-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS '
                       WK-RUNC-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       Close-Files.
           CLOSE WK-RUNC-FILE.
           IF WK-FUNC-REPORT
               CLOSE WK-RUNRPT-FILE
           END-IF.

       Read-Control-Record.
           PERFORM Read-Control-Key.
           IF WK-RUNC-FOUND
               MOVE WK-RUNC-LAST-BUS-DATE TO WK-CTL-LAST-BUS-DATE
               MOVE WK-RUNC-CLOSED-MONTH  TO WK-CTL-CLOSED-MONTH
               MOVE WK-RUNC-CLOSE-DATE    TO WK-CTL-CLOSE-DATE
           ELSE
               MOVE 'S' TO WK-REFUSED-SW
               MOVE 'REGISTRO CONTROLE AUSENTE NO RUNCTL'
                   TO WK-REFUSE-REASON
           END-IF.

       Read-Control-Key.
           MOVE ZERO       TO WK-RUNC-DATE.
           MOVE 'CONTROLE' TO WK-RUNC-STEP.
           PERFORM Read-Step-Record.

       Read-Step-Record.
           READ WK-RUNC-FILE
               INVALID KEY
                   MOVE 'N' TO WK-RUNC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-RUNC-FOUND-SW
           END-READ.

       Read-Next-Run.
           READ WK-RUNC-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-RUNC-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

      ******************************************************************
      * Data de movimento ausente: hoje no inicio/fim de passo, a
      * ultima data aberta no fechamento, o primeiro dia do mes da
      * ultima data aberta no relatorio. Fora do relatorio a data tem
      * que ser valida (mes 01-12, dia 01-31).
      ******************************************************************
       Resolve-Bus-Date.
           IF WK-BUS-DATE = ZERO
               EVALUATE TRUE
                   WHEN WK-FUNC-CLOSE
                       MOVE WK-CTL-LAST-BUS-DATE TO WK-BUS-DATE
                   WHEN WK-FUNC-REPORT
                       MOVE WK-CTL-LAST-BUS-DATE TO WK-BUS-DATE
                       IF WK-BUS-DATE NOT = ZERO
                           MOVE 1 TO WK-BD-DAY
                       END-IF
                   WHEN OTHER
                       MOVE WK-NOW-DATE TO WK-BUS-DATE
               END-EVALUATE
           END-IF.
           IF NOT WK-FUNC-REPORT
               IF WK-BUS-DATE = ZERO
                   MOVE 'S' TO WK-REFUSED-SW
                   MOVE 'NENHUMA DATA DE MOVIMENTO ABERTA'
                       TO WK-REFUSE-REASON
               ELSE
                   IF WK-BD-YEAR = ZERO
                           OR WK-BD-MONTH < 1 OR WK-BD-MONTH > 12
                           OR WK-BD-DAY < 1 OR WK-BD-DAY > 31
                       MOVE 'S' TO WK-REFUSED-SW
                       MOVE 'DATA DE MOVIMENTO INVALIDA NO PARM'
                           TO WK-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       Find-Chain-Step.
           MOVE 'N' TO WK-STEP-FOUND-SW.
           SET WK-CHAIN-IDX TO 1.
           SEARCH WK-CHAIN-ENTRY
               AT END
                   CONTINUE
               WHEN WK-CHAIN-STEP (WK-CHAIN-IDX) = WK-STEP-NAME
                   MOVE 'S' TO WK-STEP-FOUND-SW
           END-SEARCH.

      ******************************************************************
      * Os passos da cadeia entram por I/F/X; o FECHAMES so pela
      * funcao L, que faz as conferencias do mes.
      ******************************************************************
       Validate-Chain-Step.
           PERFORM Find-Chain-Step.
           IF NOT WK-STEP-FOUND
               MOVE 'S' TO WK-REFUSED-SW
               MOVE 'PASSO DESCONHECIDO NA CADEIA DIARIA'
                   TO WK-REFUSE-REASON
           ELSE
               IF WK-STEP-NAME = 'FECHAMES'
                   MOVE 'S' TO WK-REFUSED-SW
                   MOVE 'FECHAMENTO DE MES SO PELA FUNCAO L'
                       TO WK-REFUSE-REASON
               END-IF
           END-IF.

      ******************************************************************
      * Funcao I: confere trava do periodo, sequencia e execucao
      * anterior; passando em tudo, marca o passo como iniciado.
      ******************************************************************
       Start-Step.
           PERFORM Validate-Chain-Step.
           IF NOT WK-REFUSED
               PERFORM Check-Period-Lock
           END-IF.
           IF NOT WK-REFUSED
               PERFORM Check-Predecessor
           END-IF.
           IF NOT WK-REFUSED
               PERFORM Check-Previous-Run
           END-IF.
           IF NOT WK-REFUSED
               PERFORM Record-Step-Start
           END-IF.

       Check-Period-Lock.
           IF WK-STEP-NAME NOT = 'ARCHPURG'
                   AND WK-BD-YM NOT > WK-CTL-CLOSED-MONTH
               MOVE 'S' TO WK-REFUSED-SW
               STRING 'MES CONTABIL FECHADO (ATE ' WK-CTL-CLOSED-MONTH
                   ') - NENHUM PASSO NA DATA'
                   DELIMITED BY SIZE INTO WK-REFUSE-REASON
           END-IF.

       Check-Predecessor.
           EVALUATE WK-STEP-NAME
               WHEN 'TRANEDIT'
                   PERFORM Check-Previous-Day
               WHEN 'ARCHPURG'
                   IF WK-BD-YM > WK-CTL-CLOSED-MONTH
                       MOVE 'S' TO WK-REFUSED-SW
                       MOVE 'MES DA DATA AINDA NAO FECHADO (FECHAMES)'
                           TO WK-REFUSE-REASON
                   END-IF
               WHEN OTHER
                   MOVE WK-BUS-DATE TO WK-RUNC-DATE
                   MOVE WK-CHAIN-PRED (WK-CHAIN-IDX) TO WK-RUNC-STEP
                   PERFORM Read-Step-Record
                   IF NOT WK-RUNC-FOUND OR NOT WK-RUNC-IS-DONE
                       MOVE 'S' TO WK-REFUSED-SW
                       STRING 'PASSO ANTERIOR '
                           WK-CHAIN-PRED (WK-CHAIN-IDX)
                           ' NAO TERMINOU NA DATA'
                           DELIMITED BY SIZE INTO WK-REFUSE-REASON
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * O TRANEDIT abre a data: a data anterior aberta tem que ter
      * chegado ao fim da cadeia (GLEXTRCT terminado), e voltar a uma
      * data mais antiga que a ultima aberta e reprocessamento - so
      * com reexecucao autorizada.
      ******************************************************************
       Check-Previous-Day.
           IF WK-BUS-DATE < WK-CTL-LAST-BUS-DATE
                   AND NOT WK-RERUN-AUTHORIZED
               MOVE 'S' TO WK-REFUSED-SW
               STRING 'DATA ANTERIOR A ULTIMA ABERTA ('
                   WK-CTL-LAST-BUS-DATE ') - SO COM REEXECUCAO'
                   DELIMITED BY SIZE INTO WK-REFUSE-REASON
           END-IF.
           IF NOT WK-REFUSED
                   AND WK-BUS-DATE > WK-CTL-LAST-BUS-DATE
                   AND WK-CTL-LAST-BUS-DATE NOT = ZERO
               MOVE WK-CTL-LAST-BUS-DATE TO WK-RUNC-DATE
               MOVE 'GLEXTRCT' TO WK-RUNC-STEP
               PERFORM Read-Step-Record
               IF NOT WK-RUNC-FOUND OR NOT WK-RUNC-IS-DONE
                   MOVE 'S' TO WK-REFUSED-SW
                   STRING 'DATA ANTERIOR ' WK-CTL-LAST-BUS-DATE
                       ' NAO CONCLUIDA ATE O GLEXTRCT'
                       DELIMITED BY SIZE INTO WK-REFUSE-REASON
               END-IF
           END-IF.

       Check-Previous-Run.
           MOVE WK-BUS-DATE  TO WK-RUNC-DATE.
           MOVE WK-STEP-NAME TO WK-RUNC-STEP.
           PERFORM Read-Step-Record.
           MOVE 'N' TO WK-RERUN-USED-SW.
           IF WK-RUNC-FOUND
               IF WK-RUNC-IS-RUNNING OR WK-RUNC-IS-DONE
                   IF WK-RERUN-AUTHORIZED
                       MOVE 'S' TO WK-RERUN-USED-SW
                   ELSE
                       MOVE 'S' TO WK-REFUSED-SW
                       STRING 'PASSO JA RODOU NA DATA (SITUACAO '
                           WK-RUNC-STATUS ') - SO COM OVERRIDE R'
                           DELIMITED BY SIZE INTO WK-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       Record-Step-Start.
           IF NOT WK-RUNC-FOUND
               MOVE WK-BUS-DATE  TO WK-RUNC-DATE
               MOVE WK-STEP-NAME TO WK-RUNC-STEP
               MOVE ZERO TO WK-RUNC-RUN-COUNT
           END-IF.
           IF WK-RUNC-RUN-COUNT < 999
               ADD 1 TO WK-RUNC-RUN-COUNT
           END-IF.
           MOVE 'I' TO WK-RUNC-STATUS.
           IF WK-RERUN-USED
               MOVE 'R' TO WK-RUNC-RERUN-SW
           ELSE
               MOVE SPACE TO WK-RUNC-RERUN-SW
           END-IF.
           MOVE WK-NOW-DATE TO WK-RUNC-START-DATE.
           MOVE WK-NOW-TIME TO WK-RUNC-START-TIME.
           MOVE ZERO TO WK-RUNC-END-DATE.
           MOVE ZERO TO WK-RUNC-END-TIME.
           PERFORM Save-Step-Record.
           IF NOT WK-REFUSED
               DISPLAY 'RUNCTL: ' WK-STEP-NAME ' LIBERADO PARA '
                   WK-BUS-DATE ' - EXECUCAO ' WK-RUNC-RUN-COUNT
               IF WK-RERUN-USED
                   DISPLAY 'RUNCTL: REEXECUCAO AUTORIZADA POR OVERRIDE'
                   MOVE 4 TO WK-RUNC-RC
               END-IF
               IF WK-STEP-NAME = 'TRANEDIT'
                       AND WK-BUS-DATE > WK-CTL-LAST-BUS-DATE
                   PERFORM Open-Business-Date
               END-IF
           END-IF.

       Save-Step-Record.
           IF WK-RUNC-FOUND
               REWRITE WK-RUNC-RECORD
                   INVALID KEY
                       MOVE 'S' TO WK-REFUSED-SW
               END-REWRITE
           ELSE
               WRITE WK-RUNC-RECORD
                   INVALID KEY
                       MOVE 'S' TO WK-REFUSED-SW
               END-WRITE
           END-IF.
           IF WK-REFUSED
               STRING 'ERRO DE GRAVACAO NO RUNCTL - STATUS '
                   WK-RUNC-FILE-STATUS
                   DELIMITED BY SIZE INTO WK-REFUSE-REASON
           END-IF.

       Open-Business-Date.
           PERFORM Read-Control-Key.
           MOVE WK-BUS-DATE TO WK-RUNC-LAST-BUS-DATE.
           MOVE 'S' TO WK-RUNC-FOUND-SW.
           PERFORM Save-Step-Record.
           IF NOT WK-REFUSED
               DISPLAY 'RUNCTL: DATA DE MOVIMENTO ' WK-BUS-DATE
                   ' ABERTA'
           END-IF.

      ******************************************************************
      * Funcoes F e X: fecham a execucao iniciada pela funcao I. Passo
      * que nao esta em execucao so e alterado com reexecucao
      * autorizada (regularizacao manual, RC 4); sem ela, a situacao
      * fica como esta e sai so o aviso.
      ******************************************************************
       End-Step.
           PERFORM Validate-Chain-Step.
           IF NOT WK-REFUSED
               MOVE WK-BUS-DATE  TO WK-RUNC-DATE
               MOVE WK-STEP-NAME TO WK-RUNC-STEP
               PERFORM Read-Step-Record
               IF WK-RUNC-FOUND AND WK-RUNC-IS-RUNNING
                   PERFORM Record-Step-End
               ELSE
                   IF WK-RERUN-AUTHORIZED
                       PERFORM Record-Step-End
                       IF NOT WK-REFUSED
                           DISPLAY 'RUNCTL: REGULARIZACAO MANUAL DO '
                               'PASSO POR OVERRIDE'
                           MOVE 4 TO WK-RUNC-RC
                       END-IF
                   ELSE
                       IF WK-RUNC-FOUND
                           DISPLAY 'RUNCTL: AVISO - ' WK-STEP-NAME
                               ' NAO ESTAVA EM EXECUCAO EM '
                               WK-BUS-DATE ' - SITUACAO '
                               WK-RUNC-STATUS ' MANTIDA'
                           MOVE 4 TO WK-RUNC-RC
                       ELSE
                           MOVE 'S' TO WK-REFUSED-SW
                           MOVE 'PASSO NAO FOI INICIADO NA DATA'
                               TO WK-REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Record-Step-End.
           IF NOT WK-RUNC-FOUND
               MOVE WK-BUS-DATE  TO WK-RUNC-DATE
               MOVE WK-STEP-NAME TO WK-RUNC-STEP
               MOVE ZERO TO WK-RUNC-RUN-COUNT
               MOVE 'R'  TO WK-RUNC-RERUN-SW
               MOVE ZERO TO WK-RUNC-START-DATE
               MOVE ZERO TO WK-RUNC-START-TIME
           END-IF.
           MOVE WK-FUNCTION TO WK-RUNC-STATUS.
           MOVE WK-NOW-DATE TO WK-RUNC-END-DATE.
           MOVE WK-NOW-TIME TO WK-RUNC-END-TIME.
           PERFORM Save-Step-Record.
           IF NOT WK-REFUSED
               IF WK-FUNC-FINISH
                   DISPLAY 'RUNCTL: ' WK-STEP-NAME ' TERMINADO EM '
                       WK-BUS-DATE
               ELSE
                   DISPLAY 'RUNCTL: ' WK-STEP-NAME ' COM FALHA EM '
                       WK-BUS-DATE ' - REINICIO LIBERADO'
               END-IF
           END-IF.

      ******************************************************************
      * Funcao L: fecha o mes contabil da data informada (ou da ultima
      * aberta). O mes tem que estar inteiro concluido: a data e a
      * ultima do mes no controle, o GLEXTRCT dela terminou, toda data
      * do mes chegou ao GLEXTRCT e nenhum passo do mes ficou em
      * execucao ou com falha. Como o fechamento trava tambem os meses
      * anteriores, e so este mes e conferido, ele tem que ser o mes
      * seguinte ao ultimo fechado (Check-Month-Sequence): pular um
      * mes travaria o mes pulado sem conferencia nenhuma. Sem mes
      * fechado ainda (implantacao do controle), qualquer mes fecha.
      ******************************************************************
       Close-Month.
           IF WK-BD-YM NOT > WK-CTL-CLOSED-MONTH
               MOVE 'S' TO WK-REFUSED-SW
               STRING 'MES JA FECHADO (ATE ' WK-CTL-CLOSED-MONTH ')'
                   DELIMITED BY SIZE INTO WK-REFUSE-REASON
           END-IF.
           IF NOT WK-REFUSED AND WK-CTL-CLOSED-MONTH NOT = ZERO
               PERFORM Check-Month-Sequence
           END-IF.
           IF NOT WK-REFUSED
               PERFORM Check-Month-Steps
           END-IF.
           IF NOT WK-REFUSED
               PERFORM Record-Month-Close
           END-IF.

       Check-Month-Sequence.
           MOVE WK-CTL-CLOSED-MONTH TO WK-NEXT-CLOSE-YM.
           IF WK-NC-MONTH < 12
               ADD 1 TO WK-NC-MONTH
           ELSE
               MOVE 1 TO WK-NC-MONTH
               ADD 1 TO WK-NC-YEAR
           END-IF.
           IF WK-BD-YM NOT = WK-NEXT-CLOSE-YM
               MOVE 'S' TO WK-REFUSED-SW
               STRING 'MES ' WK-NEXT-CLOSE-YM ' AINDA ABERTO - FECHAR '
                   'OS MESES EM ORDEM'
                   DELIMITED BY SIZE INTO WK-REFUSE-REASON
           END-IF.

       Check-Month-Steps.
           MOVE ZERO TO WK-SCAN-PENDING.
           MOVE ZERO TO WK-SCAN-CUR-DATE.
           MOVE 'S' TO WK-SCAN-GL-SW.
           MOVE WK-BD-YM TO WK-WD-YM.
           MOVE 1 TO WK-WD-DAY.
           MOVE WK-WORK-DATE TO WK-RUNC-DATE.
           MOVE LOW-VALUES TO WK-RUNC-STEP.
           MOVE 'N' TO WK-RUNC-EOF-SW.
           START WK-RUNC-FILE KEY IS NOT LESS THAN WK-RUNC-KEY
               INVALID KEY
                   MOVE 'S' TO WK-RUNC-EOF-SW
           END-START.
           IF NOT WK-RUNC-EOF
               PERFORM Read-Next-Run
               PERFORM Check-One-Month-Step UNTIL WK-RUNC-EOF
           END-IF.
           PERFORM Check-Scan-Day.
           IF WK-SCAN-CUR-DATE NOT = WK-BUS-DATE
               MOVE 'S' TO WK-REFUSED-SW
               MOVE 'DATA INFORMADA NAO E A ULTIMA ABERTA NO MES'
                   TO WK-REFUSE-REASON
           END-IF.
           IF NOT WK-REFUSED AND WK-SCAN-PENDING > ZERO
               MOVE 'S' TO WK-REFUSED-SW
               MOVE 'HA PASSO PENDENTE NO MES - VER SYSOUT'
                   TO WK-REFUSE-REASON
           END-IF.

       Check-One-Month-Step.
           MOVE WK-RUNC-DATE TO WK-WORK-DATE.
           IF WK-WD-YM NOT = WK-BD-YM
               MOVE 'S' TO WK-RUNC-EOF-SW
           ELSE
               IF WK-RUNC-DATE NOT = WK-SCAN-CUR-DATE
                   PERFORM Check-Scan-Day
                   MOVE WK-RUNC-DATE TO WK-SCAN-CUR-DATE
                   MOVE 'N' TO WK-SCAN-GL-SW
               END-IF
               IF WK-RUNC-STEP = 'GLEXTRCT' AND WK-RUNC-IS-DONE
                   MOVE 'S' TO WK-SCAN-GL-SW
               END-IF
               IF NOT WK-RUNC-IS-DONE
                   ADD 1 TO WK-SCAN-PENDING
                   DISPLAY 'RUNCTL: PASSO PENDENTE NO MES - '
                       WK-RUNC-DATE ' ' WK-RUNC-STEP ' SITUACAO '
                       WK-RUNC-STATUS
               END-IF
               PERFORM Read-Next-Run
           END-IF.

       Check-Scan-Day.
           IF NOT WK-SCAN-GL-DONE
               ADD 1 TO WK-SCAN-PENDING
               DISPLAY 'RUNCTL: DATA ' WK-SCAN-CUR-DATE
                   ' DO MES SEM GLEXTRCT TERMINADO'
           END-IF.

       Record-Month-Close.
           MOVE WK-BUS-DATE TO WK-RUNC-DATE.
           MOVE 'FECHAMES'  TO WK-RUNC-STEP.
           PERFORM Read-Step-Record.
           IF NOT WK-RUNC-FOUND
               MOVE WK-BUS-DATE TO WK-RUNC-DATE
               MOVE 'FECHAMES'  TO WK-RUNC-STEP
               MOVE ZERO TO WK-RUNC-RUN-COUNT
           END-IF.
           IF WK-RUNC-RUN-COUNT < 999
               ADD 1 TO WK-RUNC-RUN-COUNT
           END-IF.
           MOVE 'F'   TO WK-RUNC-STATUS.
           MOVE SPACE TO WK-RUNC-RERUN-SW.
           MOVE WK-NOW-DATE TO WK-RUNC-START-DATE.
           MOVE WK-NOW-TIME TO WK-RUNC-START-TIME.
           MOVE WK-NOW-DATE TO WK-RUNC-END-DATE.
           MOVE WK-NOW-TIME TO WK-RUNC-END-TIME.
           PERFORM Save-Step-Record.
           IF NOT WK-REFUSED
               PERFORM Read-Control-Key
               MOVE WK-BD-YM    TO WK-RUNC-CLOSED-MONTH
               MOVE WK-NOW-DATE TO WK-RUNC-CLOSE-DATE
               MOVE 'S' TO WK-RUNC-FOUND-SW
               PERFORM Save-Step-Record
           END-IF.
           IF NOT WK-REFUSED
               DISPLAY 'RUNCTL: MES ' WK-BD-YM ' FECHADO EM '
                   WK-NOW-DATE ' - TRAVADO PARA LANCAMENTOS'
           END-IF.

      ******************************************************************
      * Funcao R: uma linha por data de movimento, uma coluna por
      * passo - situacao (I/F/X, '-' nao rodou), quantidade de
      * execucoes e 'R' se a ultima foi reexecucao autorizada. A data
      * fica CONCLUIDO quando o GLEXTRCT terminou; a de falha, ou a
      * anterior a ultima aberta e nao concluida, levanta o RC 4.
      ******************************************************************
       Write-Status-Report.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'CONTROLE DE EXECUCAO DA CADEIA DIARIA - RUNCTL - '
               'EMITIDO EM ' WK-NOW-DATE
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'ULTIMA DATA DE MOVIMENTO ABERTA: '
               WK-CTL-LAST-BUS-DATE
               '   ULTIMO MES FECHADO: ' WK-CTL-CLOSED-MONTH
               ' EM ' WK-CTL-CLOSE-DATE
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'DATA MOV  TRANEDIT STORDGEN CALCULAD RECONCIL '
               'BALPROOF GLEXTRCT FECHAMES ARCHPURG SITUACAO'
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE ZERO TO WK-RPT-CUR-DATE.
           MOVE WK-BUS-DATE TO WK-RUNC-DATE.
           MOVE LOW-VALUES  TO WK-RUNC-STEP.
           MOVE 'N' TO WK-RUNC-EOF-SW.
           START WK-RUNC-FILE KEY IS NOT LESS THAN WK-RUNC-KEY
               INVALID KEY
                   MOVE 'S' TO WK-RUNC-EOF-SW
           END-START.
           IF NOT WK-RUNC-EOF
               PERFORM Read-Next-Run
               PERFORM Report-One-Step UNTIL WK-RUNC-EOF
           END-IF.
           IF WK-RPT-CUR-DATE NOT = ZERO
               PERFORM Write-Date-Line
           END-IF.
           PERFORM Write-Report-Totals.

       Report-One-Step.
           IF WK-RUNC-DATE NOT = ZERO
               IF WK-RUNC-DATE NOT = WK-RPT-CUR-DATE
                   IF WK-RPT-CUR-DATE NOT = ZERO
                       PERFORM Write-Date-Line
                   END-IF
                   PERFORM Start-Date-Line
               END-IF
               MOVE WK-RUNC-STEP TO WK-STEP-NAME
               PERFORM Find-Chain-Step
               IF WK-STEP-FOUND
                   SET WK-COL-NO TO WK-CHAIN-IDX
                   MOVE WK-RUNC-STATUS    TO WK-SL-STATUS (WK-COL-NO)
                   MOVE '/'               TO WK-SL-SLASH (WK-COL-NO)
                   MOVE WK-RUNC-RUN-COUNT TO WK-SL-COUNT (WK-COL-NO)
                   MOVE WK-RUNC-RERUN-SW  TO WK-SL-RERUN (WK-COL-NO)
               END-IF
               IF WK-RUNC-IS-FAILED
                   MOVE 'S' TO WK-DAY-FAILED-SW
               END-IF
               IF WK-RUNC-IS-RUNNING
                   MOVE 'S' TO WK-DAY-RUNNING-SW
               END-IF
               IF WK-RUNC-STEP = 'GLEXTRCT' AND WK-RUNC-IS-DONE
                   MOVE 'S' TO WK-DAY-GL-SW
               END-IF
           END-IF.
           PERFORM Read-Next-Run.

       Start-Date-Line.
           MOVE WK-RUNC-DATE TO WK-RPT-CUR-DATE.
           MOVE 'N' TO WK-DAY-FAILED-SW.
           MOVE 'N' TO WK-DAY-RUNNING-SW.
           MOVE 'N' TO WK-DAY-GL-SW.
           MOVE SPACES TO WK-STATUS-LINE.
           MOVE WK-RPT-CUR-DATE TO WK-SL-DATE.
           PERFORM Clear-One-Cell
               VARYING WK-COL-NO FROM 1 BY 1 UNTIL WK-COL-NO > 8.

       Clear-One-Cell.
           MOVE '-' TO WK-SL-STATUS (WK-COL-NO).

       Write-Date-Line.
           ADD 1 TO WK-DATE-COUNT.
           EVALUATE TRUE
               WHEN WK-DAY-FAILED
                   MOVE 'COM FALHA' TO WK-SL-SITUATION
                   ADD 1 TO WK-FAILED-COUNT
               WHEN WK-DAY-RUNNING
                   MOVE 'EM ANDAMENTO' TO WK-SL-SITUATION
                   ADD 1 TO WK-RUNNING-COUNT
               WHEN WK-DAY-GL-DONE
                   MOVE 'CONCLUIDO' TO WK-SL-SITUATION
                   ADD 1 TO WK-DONE-COUNT
               WHEN OTHER
                   MOVE 'INCOMPLETO' TO WK-SL-SITUATION
                   ADD 1 TO WK-OPEN-COUNT
           END-EVALUATE.
           MOVE WK-RPT-CUR-DATE TO WK-WORK-DATE.
           IF WK-WD-YM NOT > WK-CTL-CLOSED-MONTH
               MOVE 'MES FECHADO' TO WK-SL-CLOSED
           END-IF.
           IF WK-DAY-FAILED
               MOVE 4 TO WK-RUNC-RC
           ELSE
               IF NOT WK-DAY-GL-DONE
                       AND WK-RPT-CUR-DATE < WK-CTL-LAST-BUS-DATE
                   ADD 1 TO WK-STALLED-COUNT
                   MOVE 4 TO WK-RUNC-RC
               END-IF
           END-IF.
           MOVE WK-STATUS-LINE TO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.

       Write-Report-Totals.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-DATE-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'DATAS LISTADAS ........: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-DONE-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'CONCLUIDAS ............: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-RUNNING-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'EM ANDAMENTO ..........: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-OPEN-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'INCOMPLETAS ...........: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-FAILED-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'COM FALHA .............: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
           MOVE WK-STALLED-COUNT TO WK-COUNT-EDIT.
           MOVE SPACES TO WK-RUNRPT-RECORD.
           STRING 'ANTERIORES NAO CONCLUIDAS: ' WK-COUNT-EDIT
               DELIMITED BY SIZE INTO WK-RUNRPT-RECORD.
           WRITE WK-RUNRPT-RECORD.
