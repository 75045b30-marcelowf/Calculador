       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.

      ******************************************************************
      * PENDRPT
      * Relatorio diario de pendencias da dupla alcada: lista, a
      * partir do PENDFILE, toda transacao retida pelo CALCULADOR que
      * ainda aguarda a decisao de um segundo ADM - data/sequencial da
      * retencao (a referencia que vai na transacao APRV), tipo,
      * conta, valor ou dado de manutencao, usuario de origem, idade
      * em dias corridos e data-limite de aprovacao. A pendencia cuja
      * APRV so pode ir no proximo CALCULAD (ultimo dia do prazo) ou
      * que ele ja vai expirar (vencida) sai marcada, para a
      * aprovacao nao se perder por esquecimento. No fim vao os
      * totais das pendencias em aberto e as decisoes tomadas na data
      * de movimento (aprovadas, aprovadas e nao efetivadas,
      * recusadas, expiradas).
      * Roda depois do CALCULAD, que e quem retem, decide e expira; o
      * PENDRPT so le o arquivo.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0 sem
      * pendencia no limite do prazo, 4 ha pendencia no ultimo dia
      * (data-limite amanha) ou vencida (data-limite hoje ou antes),
      * 12 falha de abertura.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WK-PEND-FILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-PEND-KEY
               FILE STATUS IS WK-PEND-FILE-STATUS.

           SELECT WK-PENDRPT-FILE ASSIGN TO 'PENDRPTF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PENDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-PEND-FILE.
           COPY 'PENDREC.cob'.

       FD  WK-PENDRPT-FILE.
       01  WK-PENDRPT-RECORD           PIC X(110).

       WORKING-STORAGE SECTION.
       01  WK-PEND-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-PENDRPT-STATUS           PIC X(02) VALUE '00'.

       01  WK-PEND-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-PEND-EOF             VALUE 'S'.

       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-NEXT-DATE                PIC 9(08) VALUE ZERO.
       01  WK-PEND-RC                  PIC 9(02) VALUE ZERO.
       01  WK-AGE-DAYS                 PIC 9(03) VALUE ZERO.

       01  WK-OPEN-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-DEPO-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-WITH-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-AMNT-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-RMNT-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-XFER-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-REVS-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-LAST-DAY-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-OVERDUE-COUNT            PIC 9(07) VALUE ZERO.
       01  WK-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-FAILED-COUNT             PIC 9(07) VALUE ZERO.
       01  WK-DECLINED-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-EXPIRED-COUNT            PIC 9(07) VALUE ZERO.
       01  WK-DEPO-TOTAL               PIC S9(11)V9(02) VALUE ZERO.
       01  WK-WITH-TOTAL               PIC S9(11)V9(02) VALUE ZERO.
       01  WK-XFER-TOTAL               PIC S9(11)V9(02) VALUE ZERO.
       01  WK-REVS-TOTAL               PIC S9(11)V9(02) VALUE ZERO.

       01  WK-PEND-LINE.
           05  WK-PL-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WK-PL-SEQ               PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-AMOUNT            PIC -.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-DETAIL            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-USER              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-EXPIRY            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-PL-FLAG              PIC X(08).

       01  WK-RATE-EDIT                PIC Z.ZZZ.ZZ9,999999.
       01  WK-TOT-EDIT                 PIC --.---.---.--9,99.

      ******************************************************************
      * Calendario (as mesmas rotinas do STORDGEN e do CALCULADOR),
      * usado para contar a idade da pendencia em dias corridos e para
      * achar a data do proximo CALCULAD (WK-NEXT-DATE).
      ******************************************************************
       01  WK-WORK-DATE                PIC 9(08) VALUE ZERO.
       01  WK-WORK-DATE-R REDEFINES WK-WORK-DATE.
           05  WK-WD-YEAR              PIC 9(04).
           05  WK-WD-MONTH             PIC 9(02).
           05  WK-WD-DAY               PIC 9(02).

       01  WK-MONTH-LEN-VALUES.
           05  FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  WK-MONTH-LEN-TABLE REDEFINES WK-MONTH-LEN-VALUES.
           05  WK-MONTH-LEN            PIC 9(02) OCCURS 12 TIMES.

       01  WK-MONTH-END-DAY            PIC 9(02) VALUE ZERO.
       01  WK-LEAP-SW                  PIC X(01) VALUE 'N'.
           88  WK-LEAP-YEAR            VALUE 'S'.
       01  WK-DIV-QUOT                 PIC 9(06) VALUE ZERO.
       01  WK-DIV-REM                  PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Recebido via PARM (EXEC PGM=PENDRPT,PARM='AAAAMMDD'): a data de
      * movimento do relatorio - a mesma do CALCULAD do dia. Ausente ou
      * invalida = hoje.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-DATE            PIC X(08).
           05  WK-PARM-DATE-N REDEFINES WK-PARM-DATE
                                       PIC 9(08).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Pend-Report.
           PERFORM Read-Run-Date.
           PERFORM Open-Files.
           PERFORM Read-Pend-Record.
           PERFORM List-One-Pend UNTIL WK-PEND-EOF.
           PERFORM Write-Pend-Totals.
           PERFORM Close-Files.
           MOVE WK-PEND-RC TO RETURN-CODE.
           STOP RUN.

       Read-Run-Date.
           IF WK-PARM-LEN > 0 AND WK-PARM-DATE-N NUMERIC
                   AND WK-PARM-DATE-N NOT = ZERO
               MOVE WK-PARM-DATE-N TO WK-RUN-DATE
           ELSE
               ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DATA DE MOVIMENTO DO RELATORIO DE PENDENCIAS: '
               WK-RUN-DATE.
           MOVE WK-RUN-DATE TO WK-WORK-DATE.
           PERFORM Advance-One-Day.
           MOVE WK-WORK-DATE TO WK-NEXT-DATE.

       Open-Files.
           OPEN OUTPUT WK-PENDRPT-FILE.
           IF WK-PENDRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PENDRPTF - STATUS '
                   WK-PENDRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING 'PENDENCIAS DE DUPLA ALCADA - PENDRPT - DATA DE '
               'MOVIMENTO ' WK-RUN-DATE
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           OPEN INPUT WK-PEND-FILE.
           IF WK-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PENDFILE - STATUS '
                   WK-PEND-FILE-STATUS
               CLOSE WK-PENDRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING 'RETIDA EM/SEQ  TIPO CONTA              VALOR '
               'DETALHE              ORIGEM               '
               'IDADE LIMITE'
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.

       Read-Pend-Record.
           READ WK-PEND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-PEND-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

      ******************************************************************
      * Pendencia em aberto vai para o relatorio; as demais so contam
      * nas decisoes do dia quando foram decididas (ou expiradas) na
      * data de movimento. O registro sentinela de carga do cluster
      * (situacao em branco) nao entra em nenhuma das contas.
      ******************************************************************
       List-One-Pend.
           EVALUATE TRUE
               WHEN WK-PEND-IS-PENDING
                   PERFORM Write-Pend-Line
               WHEN WK-PEND-DECISION-DATE NOT NUMERIC
                   CONTINUE
               WHEN WK-PEND-DECISION-DATE NOT = WK-RUN-DATE
                   CONTINUE
               WHEN WK-PEND-IS-APPROVED
                   ADD 1 TO WK-APPROVED-COUNT
               WHEN WK-PEND-IS-FAILED
                   ADD 1 TO WK-FAILED-COUNT
               WHEN WK-PEND-IS-DECLINED
                   ADD 1 TO WK-DECLINED-COUNT
               WHEN WK-PEND-IS-EXPIRED
                   ADD 1 TO WK-EXPIRED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM Read-Pend-Record.

      ******************************************************************
      * Uma linha por pendencia: DEPO/WITH mostram o valor e o lote de
      * origem; XFER o valor e a conta de credito; REVS o valor a
      * estornar e a data/sequencial do lancamento original; AMNT a
      * acao e o dono informado; RMNT a moeda e a cotacao. A idade e
      * contada em dias corridos desde a retencao (limitada a 999 -
      * uma data de retencao absurda nao prende o relatorio). O
      * CALCULAD expira a pendencia quando a data de
      * movimento dele passa da data-limite, antes de ler as APRV:
      * data-limite amanha (WK-NEXT-DATE) e a ultima chance - a APRV
      * tem de ir no proximo CALCULAD - e a linha sai com ULT.DIA;
      * data-limite hoje ou antes, o proximo CALCULAD ja a expira, e
      * a linha sai com VENCIDA.
      ******************************************************************
       Write-Pend-Line.
           ADD 1 TO WK-OPEN-COUNT.
           MOVE WK-PEND-DATE    TO WK-PL-DATE.
           MOVE WK-PEND-SEQ     TO WK-PL-SEQ.
           MOVE WK-PEND-TYPE    TO WK-PL-TYPE.
           MOVE WK-PEND-ACCOUNT TO WK-PL-ACCOUNT.
           MOVE ZERO            TO WK-PL-AMOUNT.
           MOVE SPACES          TO WK-PL-DETAIL.
           EVALUATE TRUE
               WHEN WK-PEND-IS-DEPO
                   ADD 1 TO WK-DEPO-COUNT
                   ADD WK-PEND-N01 TO WK-DEPO-TOTAL
                   MOVE WK-PEND-N01 TO WK-PL-AMOUNT
                   STRING 'LOTE ' WK-PEND-BATCH-ID
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
               WHEN WK-PEND-IS-WITH
                   ADD 1 TO WK-WITH-COUNT
                   ADD WK-PEND-N01 TO WK-WITH-TOTAL
                   MOVE WK-PEND-N01 TO WK-PL-AMOUNT
                   STRING 'LOTE ' WK-PEND-BATCH-ID
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
               WHEN WK-PEND-IS-XFER
                   ADD 1 TO WK-XFER-COUNT
                   ADD WK-PEND-N01 TO WK-XFER-TOTAL
                   MOVE WK-PEND-N01 TO WK-PL-AMOUNT
                   STRING 'PARA ' WK-PEND-XFER-ACCOUNT
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
               WHEN WK-PEND-IS-REVS
                   ADD 1 TO WK-REVS-COUNT
                   ADD WK-PEND-N01 TO WK-REVS-TOTAL
                   MOVE WK-PEND-N01 TO WK-PL-AMOUNT
                   STRING 'EST ' WK-PEND-REVS-DATE '/'
                       WK-PEND-REVS-SEQ
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
               WHEN WK-PEND-IS-AMNT
                   ADD 1 TO WK-AMNT-COUNT
                   STRING WK-PEND-UMNT-ACTION ' ' WK-PEND-UMNT-NAME
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
               WHEN WK-PEND-IS-RMNT
                   ADD 1 TO WK-RMNT-COUNT
                   MOVE SPACES TO WK-PL-ACCOUNT
                   MOVE WK-PEND-RMNT-VALUE TO WK-RATE-EDIT
                   STRING WK-PEND-RMNT-CUR ' ' WK-RATE-EDIT
                       DELIMITED BY SIZE INTO WK-PL-DETAIL
           END-EVALUATE.
           MOVE WK-PEND-USER        TO WK-PL-USER.
           PERFORM Compute-Pend-Age.
           MOVE WK-AGE-DAYS         TO WK-PL-AGE.
           MOVE WK-PEND-EXPIRY-DATE TO WK-PL-EXPIRY.
           MOVE SPACES              TO WK-PL-FLAG.
           IF WK-PEND-EXPIRY-DATE = WK-NEXT-DATE
               MOVE 'ULT.DIA' TO WK-PL-FLAG
               ADD 1 TO WK-LAST-DAY-COUNT
               MOVE 4 TO WK-PEND-RC
           END-IF.
           IF WK-PEND-EXPIRY-DATE NOT > WK-RUN-DATE
               MOVE 'VENCIDA' TO WK-PL-FLAG
               ADD 1 TO WK-OVERDUE-COUNT
               MOVE 4 TO WK-PEND-RC
           END-IF.
           MOVE WK-PEND-LINE TO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.

       Compute-Pend-Age.
           MOVE ZERO TO WK-AGE-DAYS.
           MOVE WK-PEND-DATE TO WK-WORK-DATE.
           PERFORM Count-One-Day
               UNTIL WK-WORK-DATE NOT < WK-RUN-DATE
               OR WK-AGE-DAYS = 999.

       Count-One-Day.
           PERFORM Advance-One-Day.
           ADD 1 TO WK-AGE-DAYS.

       Write-Pend-Totals.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING 'PENDENCIAS EM ABERTO: ' WK-OPEN-COUNT
               '  NO ULTIMO DIA: ' WK-LAST-DAY-COUNT
               '  VENCIDAS: ' WK-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE WK-DEPO-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING '  DEPO : ' WK-DEPO-COUNT '  VALOR ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE WK-WITH-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING '  WITH : ' WK-WITH-COUNT '  VALOR ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE WK-XFER-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING '  XFER : ' WK-XFER-COUNT '  VALOR ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE WK-REVS-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING '  REVS : ' WK-REVS-COUNT '  VALOR ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING '  AMNT : ' WK-AMNT-COUNT
               '  RMNT : ' WK-RMNT-COUNT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           MOVE SPACES TO WK-PENDRPT-RECORD.
           STRING 'DECISOES NA DATA DE MOVIMENTO - APROVADAS: '
               WK-APPROVED-COUNT
               '  NAO EFETIVADAS: ' WK-FAILED-COUNT
               '  RECUSADAS: ' WK-DECLINED-COUNT
               '  EXPIRADAS: ' WK-EXPIRED-COUNT
               DELIMITED BY SIZE INTO WK-PENDRPT-RECORD.
           WRITE WK-PENDRPT-RECORD.
           IF WK-PEND-RC > ZERO
               MOVE SPACES TO WK-PENDRPT-RECORD
               STRING 'HA PENDENCIA NO LIMITE DO PRAZO - ULT.DIA: A '
                   'APRV TEM DE IR NO PROXIMO CALCULAD; VENCIDA: O '
                   'PROXIMO CALCULAD A EXPIRA PARA O REJFILE'
                   DELIMITED BY SIZE INTO WK-PENDRPT-RECORD
               WRITE WK-PENDRPT-RECORD
               DISPLAY 'PENDRPT: PENDENCIAS NO LIMITE DO PRAZO: '
                   WK-LAST-DAY-COUNT ' VENCIDAS: ' WK-OVERDUE-COUNT
           END-IF.

      ******************************************************************
      * Rotinas de calendario (as mesmas do STORDGEN): Compute-Month-
      * End deixa em WK-MONTH-END-DAY o ultimo dia do mes de
      * WK-WORK-DATE; Advance-One-Day avanca WK-WORK-DATE um dia civil.
      ******************************************************************
       Compute-Month-End.
           MOVE WK-MONTH-LEN (WK-WD-MONTH) TO WK-MONTH-END-DAY.
           IF WK-WD-MONTH = 2
               PERFORM Test-Leap-Year
               IF WK-LEAP-YEAR
                   MOVE 29 TO WK-MONTH-END-DAY
               END-IF
           END-IF.

       Test-Leap-Year.
           MOVE 'N' TO WK-LEAP-SW.
           DIVIDE WK-WD-YEAR BY 4 GIVING WK-DIV-QUOT
               REMAINDER WK-DIV-REM.
           IF WK-DIV-REM = ZERO
               MOVE 'S' TO WK-LEAP-SW
               DIVIDE WK-WD-YEAR BY 100 GIVING WK-DIV-QUOT
                   REMAINDER WK-DIV-REM
               IF WK-DIV-REM = ZERO
                   MOVE 'N' TO WK-LEAP-SW
                   DIVIDE WK-WD-YEAR BY 400 GIVING WK-DIV-QUOT
                       REMAINDER WK-DIV-REM
                   IF WK-DIV-REM = ZERO
                       MOVE 'S' TO WK-LEAP-SW
                   END-IF
               END-IF
           END-IF.

       Advance-One-Day.
           PERFORM Compute-Month-End.
           IF WK-WD-DAY < WK-MONTH-END-DAY
               ADD 1 TO WK-WD-DAY
           ELSE
               MOVE 1 TO WK-WD-DAY
               IF WK-WD-MONTH < 12
                   ADD 1 TO WK-WD-MONTH
               ELSE
                   MOVE 1 TO WK-WD-MONTH
                   ADD 1 TO WK-WD-YEAR
               END-IF
           END-IF.

       Close-Files.
           CLOSE WK-PEND-FILE.
           CLOSE WK-PENDRPT-FILE.

       END PROGRAM PENDRPT.
