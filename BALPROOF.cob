       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.

      ******************************************************************
      * BALPROOF
      * Prova diaria de saldo entre o mestre de contas (ACCTFILE) e o
      * diario de movimento (JRNFILE). O RECONCIL so confere TRANFILE
      * contra RESTFILE/LOGFILE; nada provava que o saldo gravado no
      * mestre continua certo - uma REWRITE que falhou depois da
      * gravacao do diario, ou um acerto manual no KSDS, passava
      * despercebido. Para cada conta:
      *     saldo do dia util anterior (BALSNAP)
      *   + movimento do diario depois daquele dia ate a data de
      *     movimento (DEPO/XFCR/estorno de WITH somam; WITH/XFDB/
      *     estorno de DEPO subtraem)
      *   = WK-ACCT-BALANCE de hoje.
      * Toda conta que nao fecha e listada (BALRPT) com a diferenca,
      * assim como a conta que tem saldo anterior ou movimento mas
      * sumiu do mestre; no fim vai a prova do total geral. O saldo
      * de hoje de cada conta do mestre e gravado como fotografia nova
      * (BALSNEW), que o job so promove a BALSNAP quando a prova
      * fecha. Sem fotografia anterior (primeira execucao), o programa
      * so tira a fotografia e avisa - nao ha o que provar.
      * Roda no fim do dia, na cadeia do controle de execucao (RUNCTL),
      * depois do RECONCIL e antes do GLEXTRCT.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0 prova
      * fechada, 4 diferencas aceitas pelo PARM (ver abaixo), 8 conta
      * com diferenca - o job registra a falha no RUNCTL, que segura
      * o GLEXTRCT da data ate alguem investigar, 12 falha de
      * abertura ou fotografia com data posterior a data de
      * movimento.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WK-ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-ACCT-NUMBER
               FILE STATUS IS WK-ACCOUNT-FILE-STATUS.

           SELECT WK-JRNL-FILE ASSIGN TO 'JRNSORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JRNL-FILE-STATUS.

           SELECT WK-SNAP-FILE ASSIGN TO 'BALSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-SNAP-FILE-STATUS.

           SELECT WK-NEWSNAP-FILE ASSIGN TO 'BALSNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-NEWSNAP-FILE-STATUS.

           SELECT WK-BALRPT-FILE ASSIGN TO 'BALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-ACCOUNT-FILE.
           COPY 'ACCTREC.cob'.

      ******************************************************************
      * WK-JRNL-FILE: o diario ordenado por conta e data (passo de
      * SORT do job), para casar com o mestre numa unica passada.
      ******************************************************************
       FD  WK-JRNL-FILE.
           COPY 'JRNREC.cob'.

      ******************************************************************
      * Fotografia de saldo: uma linha por conta do mestre, em ordem
      * de conta (gravada na leitura sequencial do KSDS), com a data
      * de movimento em que foi tirada.
      ******************************************************************
       FD  WK-SNAP-FILE.
       01  WK-SNAP-RECORD.
           05  WK-SNAP-ACCOUNT         PIC X(10).
           05  WK-SNAP-DATE            PIC 9(08).
           05  WK-SNAP-BALANCE         PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  WK-NEWSNAP-FILE.
       01  WK-NEWSNAP-RECORD.
           05  WK-NEWSNAP-ACCOUNT      PIC X(10).
           05  WK-NEWSNAP-DATE         PIC 9(08).
           05  WK-NEWSNAP-BALANCE      PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  WK-BALRPT-FILE.
       01  WK-BALRPT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WK-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WK-JRNL-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-SNAP-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-NEWSNAP-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WK-BALRPT-STATUS            PIC X(02) VALUE '00'.

       01  WK-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WK-ACCOUNT-EOF          VALUE 'S'.
       01  WK-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-JRNL-EOF             VALUE 'S'.
       01  WK-SNAP-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-SNAP-EOF             VALUE 'S'.
       01  WK-SNAP-PRESENT-SW          PIC X(01) VALUE 'N'.
           88  WK-SNAP-PRESENT         VALUE 'S'.

       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-PRIOR-DATE               PIC 9(08) VALUE ZERO.
       01  WK-PROOF-RC                 PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Chaves correntes do casamento a tres (fotografia, mestre e
      * diario). Arquivo no fim = HIGH-VALUES, para que a menor chave
      * seja sempre a do proximo arquivo que ainda tem registro.
      ******************************************************************
       01  WK-SNAP-KEY                 PIC X(10) VALUE SPACES.
       01  WK-ACCT-KEY                 PIC X(10) VALUE SPACES.
       01  WK-JRNL-KEY                 PIC X(10) VALUE SPACES.
       01  WK-LOW-KEY                  PIC X(10) VALUE SPACES.

       01  WK-IN-SNAP-SW               PIC X(01) VALUE 'N'.
           88  WK-IN-SNAP              VALUE 'S'.
       01  WK-IN-MASTER-SW             PIC X(01) VALUE 'N'.
           88  WK-IN-MASTER            VALUE 'S'.

       01  WK-SIGNED-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
       01  WK-PRIOR-BAL                PIC S9(11)V9(02) VALUE ZERO.
       01  WK-MOVE-NET                 PIC S9(11)V9(02) VALUE ZERO.
       01  WK-EXPECTED-BAL             PIC S9(11)V9(02) VALUE ZERO.
       01  WK-MASTER-BAL               PIC S9(11)V9(02) VALUE ZERO.
       01  WK-DIFF                     PIC S9(11)V9(02) VALUE ZERO.

       01  WK-TOT-PRIOR                PIC S9(13)V9(02) VALUE ZERO.
       01  WK-TOT-MOVE                 PIC S9(13)V9(02) VALUE ZERO.
       01  WK-TOT-EXPECTED             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-TOT-MASTER               PIC S9(13)V9(02) VALUE ZERO.
       01  WK-TOT-DIFF                 PIC S9(13)V9(02) VALUE ZERO.

       01  WK-ACCT-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-MOVE-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-NEW-ACCT-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-BREAK-COUNT              PIC 9(07) VALUE ZERO.

       01  WK-BREAK-LINE.
           05  WK-BL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-PRIOR             PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-MOVE              PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-EXPECTED          PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-MASTER            PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-DIFF              PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-BL-REASON            PIC X(20).

       01  WK-TOT-EDIT                 PIC --.---.---.--9,99.

      ******************************************************************
      * Recebido via PARM (EXEC PGM=BALPROOF,PARM='AAAAMMDDA'): a data
      * de movimento provada (ausente ou invalida = hoje) e, na
      * posicao 9, 'A' para ACEITAR as diferencas ja investigadas -
      * um acerto manual conferido no KSDS, por exemplo, nao tem
      * lancamento no diario e quebraria a prova todo dia. Com 'A' as
      * diferencas continuam listadas, o RC cai para 4 e a fotografia
      * nova e promovida, zerando a diferenca para o dia seguinte.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-DATE            PIC X(08).
           05  WK-PARM-DATE-N REDEFINES WK-PARM-DATE
                                       PIC 9(08).
           05  WK-PARM-ACCEPT          PIC X(01).
               88  WK-PARM-ACCEPT-BREAKS VALUE 'A'.

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Proof.
           PERFORM Read-Run-Date.
           PERFORM Open-Files.
           PERFORM Read-Snap-Record.
           IF WK-SNAP-EOF
               PERFORM Take-First-Snapshot
           ELSE
               PERFORM Check-Snap-Date
               PERFORM Read-Account-Record
               PERFORM Read-Jrnl-Record
               PERFORM Prove-One-Key
                   UNTIL WK-SNAP-EOF AND WK-ACCOUNT-EOF
                   AND WK-JRNL-EOF
               PERFORM Write-Proof-Totals
           END-IF.
           PERFORM Close-Files.
           MOVE WK-PROOF-RC TO RETURN-CODE.
           STOP RUN.

       Read-Run-Date.
           IF WK-PARM-LEN > 0 AND WK-PARM-DATE-N NUMERIC
                   AND WK-PARM-DATE-N NOT = ZERO
               MOVE WK-PARM-DATE-N TO WK-RUN-DATE
           ELSE
               ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'DATA DE MOVIMENTO DA PROVA DE SALDO: ' WK-RUN-DATE.

       Open-Files.
           OPEN OUTPUT WK-BALRPT-FILE.
           IF WK-BALRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR BALRPT - STATUS '
                   WK-BALRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'PROVA DIARIA DE SALDO - BALPROOF - DATA DE '
               'MOVIMENTO ' WK-RUN-DATE
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           OPEN INPUT WK-ACCOUNT-FILE.
           IF WK-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCTFILE - STATUS '
                   WK-ACCOUNT-FILE-STATUS
               CLOSE WK-BALRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR JRNSORT - STATUS '
                   WK-JRNL-FILE-STATUS
               CLOSE WK-BALRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WK-NEWSNAP-FILE.
           IF WK-NEWSNAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR BALSNEW - STATUS '
                   WK-NEWSNAP-FILE-STATUS
               CLOSE WK-BALRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-JRNL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    BALSNAP ausente ou vazio = primeira execucao (carga da
      *    fotografia), nao e erro.
           OPEN INPUT WK-SNAP-FILE.
           IF WK-SNAP-FILE-STATUS = '00'
               MOVE 'S' TO WK-SNAP-PRESENT-SW
           ELSE
               MOVE 'S' TO WK-SNAP-EOF-SW
           END-IF.

       Read-Snap-Record.
           IF WK-SNAP-EOF
               MOVE HIGH-VALUES TO WK-SNAP-KEY
           ELSE
               READ WK-SNAP-FILE
                   AT END
                       MOVE 'S' TO WK-SNAP-EOF-SW
                       MOVE HIGH-VALUES TO WK-SNAP-KEY
                   NOT AT END
                       MOVE WK-SNAP-ACCOUNT TO WK-SNAP-KEY
               END-READ
           END-IF.

       Read-Account-Record.
           READ WK-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-ACCOUNT-EOF-SW
                   MOVE HIGH-VALUES TO WK-ACCT-KEY
               NOT AT END
                   MOVE WK-ACCT-NUMBER TO WK-ACCT-KEY
           END-READ.

       Read-Jrnl-Record.
           READ WK-JRNL-FILE
               AT END
                   MOVE 'S' TO WK-JRNL-EOF-SW
                   MOVE HIGH-VALUES TO WK-JRNL-KEY
               NOT AT END
                   MOVE WK-JRNL-ACCOUNT TO WK-JRNL-KEY
           END-READ.

      ******************************************************************
      * A fotografia anterior vale para o dia em que foi tirada: o
      * movimento a provar e o do diario DEPOIS daquele dia ate a data
      * de movimento - um dia util sem prova nao deixa buraco. Uma
      * fotografia com data posterior a data de movimento indica PARM
      * errado ou arquivo trocado: nada a provar.
      ******************************************************************
       Check-Snap-Date.
           IF WK-SNAP-DATE NUMERIC
               MOVE WK-SNAP-DATE TO WK-PRIOR-DATE
           ELSE
               MOVE 99999999 TO WK-PRIOR-DATE
           END-IF.
           IF WK-PRIOR-DATE > WK-RUN-DATE
               DISPLAY 'BALPROOF: FOTOGRAFIA DE SALDO COM DATA '
                   'INVALIDA OU POSTERIOR A DATA DE MOVIMENTO'
               MOVE SPACES TO WK-BALRPT-RECORD
               STRING 'ERRO: FOTOGRAFIA DE ' WK-SNAP-DATE
                   ' POSTERIOR A DATA DE MOVIMENTO OU INVALIDA - '
                   'NADA FOI PROVADO'
                   DELIMITED BY SIZE INTO WK-BALRPT-RECORD
               WRITE WK-BALRPT-RECORD
               PERFORM Close-Files
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'SALDO ANTERIOR: FOTOGRAFIA DE ' WK-PRIOR-DATE
               '  MOVIMENTO PROVADO: DEPOIS DE ' WK-PRIOR-DATE
               ' ATE ' WK-RUN-DATE
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE SPACES TO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'CONTA       SALDO ANTERIOR       MOVIMENTO'
               '  SALDO ESPERADO    SALDO MESTRE      '
               ' DIFERENCA MOTIVO'
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.

       Take-First-Snapshot.
           MOVE 'SEM FOTOGRAFIA ANTERIOR - CARGA INICIAL, NADA A PROVAR'
               TO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           PERFORM Read-Account-Record.
           PERFORM Snap-One-Account UNTIL WK-ACCOUNT-EOF.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'CONTAS FOTOGRAFADAS: ' WK-ACCT-COUNT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.

       Snap-One-Account.
           ADD 1 TO WK-ACCT-COUNT.
           PERFORM Write-New-Snapshot.
           PERFORM Read-Account-Record.

      ******************************************************************
      * Uma conta por vez, pela menor chave entre os tres arquivos:
      * saldo anterior (zero se a conta nao estava na fotografia -
      * conta aberta depois dela), movimento liquido do diario na
      * janela e saldo do mestre.
      ******************************************************************
       Prove-One-Key.
           MOVE WK-SNAP-KEY TO WK-LOW-KEY.
           IF WK-ACCT-KEY < WK-LOW-KEY
               MOVE WK-ACCT-KEY TO WK-LOW-KEY
           END-IF.
           IF WK-JRNL-KEY < WK-LOW-KEY
               MOVE WK-JRNL-KEY TO WK-LOW-KEY
           END-IF.
           MOVE ZERO TO WK-PRIOR-BAL.
           MOVE ZERO TO WK-MOVE-NET.
           MOVE ZERO TO WK-MASTER-BAL.
           MOVE 'N' TO WK-IN-SNAP-SW.
           MOVE 'N' TO WK-IN-MASTER-SW.
           IF WK-SNAP-KEY = WK-LOW-KEY
               MOVE 'S' TO WK-IN-SNAP-SW
               MOVE WK-SNAP-BALANCE TO WK-PRIOR-BAL
               PERFORM Read-Snap-Record
           END-IF.
           PERFORM Add-One-Movement
               UNTIL WK-JRNL-KEY NOT = WK-LOW-KEY.
           IF WK-ACCT-KEY = WK-LOW-KEY
               MOVE 'S' TO WK-IN-MASTER-SW
               MOVE WK-ACCT-BALANCE TO WK-MASTER-BAL
               ADD 1 TO WK-ACCT-COUNT
               IF NOT WK-IN-SNAP
                   ADD 1 TO WK-NEW-ACCT-COUNT
               END-IF
               PERFORM Write-New-Snapshot
               PERFORM Read-Account-Record
           END-IF.
           COMPUTE WK-EXPECTED-BAL = WK-PRIOR-BAL + WK-MOVE-NET.
           COMPUTE WK-DIFF = WK-MASTER-BAL - WK-EXPECTED-BAL.
           ADD WK-PRIOR-BAL    TO WK-TOT-PRIOR.
           ADD WK-MOVE-NET     TO WK-TOT-MOVE.
           ADD WK-EXPECTED-BAL TO WK-TOT-EXPECTED.
           ADD WK-MASTER-BAL   TO WK-TOT-MASTER.
           IF NOT WK-IN-MASTER
               PERFORM Write-Break-Line
           ELSE
               IF WK-DIFF NOT = ZERO
                   PERFORM Write-Break-Line
               END-IF
           END-IF.

       Add-One-Movement.
           IF WK-JRNL-DATE NUMERIC
                   AND WK-JRNL-DATE > WK-PRIOR-DATE
                   AND WK-JRNL-DATE NOT > WK-RUN-DATE
               PERFORM Compute-Signed-Amount
               ADD WK-SIGNED-AMOUNT TO WK-MOVE-NET
               ADD 1 TO WK-MOVE-COUNT
           END-IF.
           PERFORM Read-Jrnl-Record.

      ******************************************************************
      * Sentido do registro do diario no saldo da conta (a mesma regra
      * do INTCHRG): DEPO, XFCR e estorno de WITH creditam; WITH,
      * XFDB e estorno de DEPO debitam.
      ******************************************************************
       Compute-Signed-Amount.
           EVALUATE TRUE
               WHEN WK-JRNL-IS-DEPO OR WK-JRNL-IS-XFER-IN
                   MOVE WK-JRNL-AMOUNT TO WK-SIGNED-AMOUNT
               WHEN WK-JRNL-IS-WITH OR WK-JRNL-IS-XFER-OUT
                   COMPUTE WK-SIGNED-AMOUNT = WK-JRNL-AMOUNT * -1
               WHEN WK-JRNL-IS-REVERSAL AND WK-JRNL-REV-OF-WITH
                   MOVE WK-JRNL-AMOUNT TO WK-SIGNED-AMOUNT
               WHEN WK-JRNL-IS-REVERSAL
                   COMPUTE WK-SIGNED-AMOUNT = WK-JRNL-AMOUNT * -1
               WHEN OTHER
                   MOVE ZERO TO WK-SIGNED-AMOUNT
           END-EVALUATE.

       Write-New-Snapshot.
           MOVE WK-ACCT-NUMBER  TO WK-NEWSNAP-ACCOUNT.
           MOVE WK-RUN-DATE     TO WK-NEWSNAP-DATE.
           MOVE WK-ACCT-BALANCE TO WK-NEWSNAP-BALANCE.
           WRITE WK-NEWSNAP-RECORD.

       Write-Break-Line.
           ADD 1 TO WK-BREAK-COUNT.
           MOVE WK-LOW-KEY      TO WK-BL-ACCOUNT.
           MOVE WK-PRIOR-BAL    TO WK-BL-PRIOR.
           MOVE WK-MOVE-NET     TO WK-BL-MOVE.
           MOVE WK-EXPECTED-BAL TO WK-BL-EXPECTED.
           MOVE WK-MASTER-BAL   TO WK-BL-MASTER.
           MOVE WK-DIFF         TO WK-BL-DIFF.
           IF WK-IN-MASTER
               MOVE 'SALDO NAO FECHA' TO WK-BL-REASON
           ELSE
               MOVE 'CONTA FORA DO MESTRE' TO WK-BL-REASON
           END-IF.
           MOVE WK-BREAK-LINE TO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.

      ******************************************************************
      * Prova do total geral: soma dos saldos anteriores + movimento
      * liquido do diario = soma dos saldos do mestre.
      ******************************************************************
       Write-Proof-Totals.
           COMPUTE WK-TOT-DIFF = WK-TOT-MASTER - WK-TOT-EXPECTED.
           MOVE SPACES TO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE 'PROVA DO TOTAL GERAL' TO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE WK-TOT-PRIOR TO WK-TOT-EDIT.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING '  SALDOS ANTERIORES     : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE WK-TOT-MOVE TO WK-TOT-EDIT.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING '  (+) MOVIMENTO LIQUIDO : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE WK-TOT-EXPECTED TO WK-TOT-EDIT.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING '  (=) SALDO ESPERADO    : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE WK-TOT-MASTER TO WK-TOT-EDIT.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING '  SALDOS DO MESTRE      : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE WK-TOT-DIFF TO WK-TOT-EDIT.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING '  DIFERENCA             : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'CONTAS NO MESTRE: ' WK-ACCT-COUNT
               '  NOVAS DESDE A FOTOGRAFIA: ' WK-NEW-ACCT-COUNT
               '  LANCAMENTOS PROVADOS: ' WK-MOVE-COUNT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           MOVE SPACES TO WK-BALRPT-RECORD.
           STRING 'CONTAS COM DIFERENCA: ' WK-BREAK-COUNT
               DELIMITED BY SIZE INTO WK-BALRPT-RECORD.
           WRITE WK-BALRPT-RECORD.
           IF WK-BREAK-COUNT > ZERO OR WK-TOT-DIFF NOT = ZERO
               IF WK-PARM-LEN > 8 AND WK-PARM-ACCEPT-BREAKS
                   MOVE SPACES TO WK-BALRPT-RECORD
                   STRING 'DIFERENCAS ACEITAS VIA PARM - FOTOGRAFIA '
                       'NOVA PROMOVIDA'
                       DELIMITED BY SIZE INTO WK-BALRPT-RECORD
                   WRITE WK-BALRPT-RECORD
                   MOVE 4 TO WK-PROOF-RC
               ELSE
                   MOVE SPACES TO WK-BALRPT-RECORD
                   STRING 'PROVA COM DIFERENCA - INVESTIGAR ANTES DO '
                       'EXTRATO DE RAZAO (GLEXTRCT)'
                       DELIMITED BY SIZE INTO WK-BALRPT-RECORD
                   WRITE WK-BALRPT-RECORD
                   MOVE 8 TO WK-PROOF-RC
               END-IF
               DISPLAY 'BALPROOF: CONTAS COM DIFERENCA: '
                   WK-BREAK-COUNT
           END-IF.

       Close-Files.
           CLOSE WK-ACCOUNT-FILE.
           CLOSE WK-JRNL-FILE.
           CLOSE WK-NEWSNAP-FILE.
           CLOSE WK-BALRPT-FILE.
           IF WK-SNAP-PRESENT
               CLOSE WK-SNAP-FILE
           END-IF.

       END PROGRAM BALPROOF.
