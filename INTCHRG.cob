       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHRG.

      ******************************************************************
      * INTCHRG
      * Juros e encargos de fim de mes sobre o mestre de contas: para
      * cada conta ABERTA, calcula os juros sobre os dias de saldo
      * credor e o encargo sobre os dias de saldo devedor (o limite
      * de credito usado) do mes de referencia, a partir do saldo de
      * CADA DIA reconstituido do diario de movimento (JRNFILE) - e
      * nao so do saldo de fechamento do mestre. As taxas vem da
      * tabela de tarifas datada (TARFILE, TARREC.cob), aplicada dia
      * a dia pela vigencia.
      * O resultado sai como transacoes DEPO (juros) e WITH (encargo)
      * no layout do TRANFILE, com lote proprio ('JR' + AAAAMM do mes
      * de referencia), fundidas com as transacoes do dia exatamente
      * como no STORDGEN (TRANIN -> TRANOUT, sequencial continuando
      * do maior encontrado): o lancamento passa pelo CALCULAD com
      * diario, checkpoint e conciliacao normais. Acabou a planilha
      * montada a partir de dump do ACCTFILE e redigitada como
      * DEPO/WITH. O relatorio (INTRPT) mostra, por conta, cada faixa
      * de dias com o mesmo saldo e a mesma taxa - dias, saldo, taxa,
      * base e valor apurado - e o total de juros/encargo.
      * Roda no primeiro dia util do mes seguinte, depois do STORDGEN
      * e antes do CALCULAD: o diario ja contem o movimento do ultimo
      * dia do mes de referencia.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0 ok,
      * 8 registro de tarifa invalido ou tabela de tarifas cheia
      * (avisados no relatorio), 12 falha de abertura, dia do mes
      * sem tarifa em vigor ou TRANFILE que ja traz o lote de juros
      * do mes (nada e gerado).
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

           SELECT WK-TARIF-FILE ASSIGN TO 'TARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TARIF-FILE-STATUS.

           SELECT WK-TRAN-IN-FILE ASSIGN TO 'TRANIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TRAN-IN-STATUS.

           SELECT WK-TRAN-OUT-FILE ASSIGN TO 'TRANOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TRAN-OUT-STATUS.

           SELECT WK-INTRPT-FILE ASSIGN TO 'INTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-INTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-ACCOUNT-FILE.
           COPY 'ACCTREC.cob'.

      ******************************************************************
      * WK-JRNL-FILE: o diario de movimento ORDENADO por conta e data
      * (passo de SORT do job, com EQUALS - dentro do mesmo dia a
      * ordem de gravacao e mantida). Assim cada conta do mestre,
      * lido em ordem de chave, casa com o seu bloco do diario numa
      * unica passada.
      ******************************************************************
       FD  WK-JRNL-FILE.
           COPY 'JRNREC.cob'.

       FD  WK-TARIF-FILE.
           COPY 'TARREC.cob'.

       FD  WK-TRAN-IN-FILE.
       01  WK-TRAN-IN-RECORD           PIC X(103).

       FD  WK-TRAN-OUT-FILE.
           COPY 'TRANREC.cob'.

       FD  WK-INTRPT-FILE.
       01  WK-INTRPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WK-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WK-JRNL-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-TARIF-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-TRAN-IN-STATUS           PIC X(02) VALUE '00'.
       01  WK-TRAN-OUT-STATUS          PIC X(02) VALUE '00'.
       01  WK-INTRPT-STATUS            PIC X(02) VALUE '00'.

       01  WK-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WK-ACCOUNT-EOF          VALUE 'S'.
       01  WK-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-JRNL-EOF             VALUE 'S'.
       01  WK-TARIF-EOF-SW             PIC X(01) VALUE 'N'.
           88  WK-TARIF-EOF            VALUE 'S'.
       01  WK-TRAN-IN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WK-TRAN-IN-EOF          VALUE 'S'.
       01  WK-INT-DUP-SW               PIC X(01) VALUE 'N'.
           88  WK-INT-ALREADY-MERGED   VALUE 'S'.

      ******************************************************************
      * Mes de referencia: do dia 1 (WK-PERIOD-START) ao ultimo dia
      * (WK-PERIOD-END, fevereiro ajustado em ano bissexto). O lote
      * das transacoes geradas leva o ano/mes de referencia - um
      * segundo lote de juros do mesmo mes fica visivel no TRANFILE.
      ******************************************************************
       01  WK-PERIOD-START             PIC 9(08) VALUE ZERO.
       01  WK-PERIOD-END               PIC 9(08) VALUE ZERO.
       01  WK-PERIOD-DAYS              PIC 9(02) VALUE ZERO.
       01  WK-TODAY                    PIC 9(08) VALUE ZERO.
       01  WK-INT-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'JR'.
           05  WK-INT-BATCH-YM         PIC 9(06) VALUE ZERO.
       01  WK-NEXT-SEQ                 PIC 9(06) VALUE ZERO.
       01  WK-INT-RC                   PIC 9(02) VALUE ZERO.

       01  WK-KEYED-COUNT              PIC 9(07) VALUE ZERO.
       01  WK-INT-DUP-COUNT            PIC 9(07) VALUE ZERO.
       01  WK-ACCT-READ-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-ACCT-CALC-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-ACCT-SKIP-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-DEPO-GEN-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-WITH-GEN-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-TOT-INTEREST             PIC 9(11)V9(02) VALUE ZERO.
       01  WK-TOT-CHARGE               PIC 9(11)V9(02) VALUE ZERO.

      ******************************************************************
      * Tabela de tarifas carregada do TARFILE (limite de 50
      * vigencias; alem disso a tarifa e avisada e o RC sobe para 8,
      * em vez de ser descartada em silencio).
      ******************************************************************
       01  WK-TARIF-COUNT              PIC 9(03) VALUE ZERO.
       01  WK-TARIF-BAD-COUNT          PIC 9(03) VALUE ZERO.
       01  WK-TARIF-TABLE.
           05  WK-TARIF-ENTRY          OCCURS 50 TIMES
                                       INDEXED BY WK-TARIF-IDX.
               10  WK-TT-EFF-DATE      PIC 9(08).
               10  WK-TT-CRED-RATE     PIC 9(03)V9(06).
               10  WK-TT-OVRD-RATE     PIC 9(03)V9(06).
               10  WK-TT-DAY-BASIS     PIC 9(03).
       01  WK-TARIF-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WK-TARIF-FOUND          VALUE 'S'.
       01  WK-BEST-EFF-DATE            PIC 9(08) VALUE ZERO.
       01  WK-NO-TARIF-COUNT           PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Uma entrada por dia do mes de referencia: a tarifa em vigor
      * no dia (montada uma vez so, antes das contas) e o movimento
      * liquido da conta corrente no dia.
      ******************************************************************
       01  WK-DAY-TABLE.
           05  WK-DAY-ENTRY            OCCURS 31 TIMES
                                       INDEXED BY WK-DAY-IDX.
               10  WK-DAY-CRED-RATE    PIC 9(03)V9(06).
               10  WK-DAY-OVRD-RATE    PIC 9(03)V9(06).
               10  WK-DAY-BASIS        PIC 9(03).
               10  WK-DAY-NET          PIC S9(11)V9(02).
       01  WK-DAY-NO                   PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Calculo da conta corrente. O saldo de abertura do mes e
      * reconstituido de tras para frente: saldo do mestre menos tudo
      * o que o diario movimentou a partir do dia 1 - funciona tambem
      * para as contas convertidas, que tem saldo sem historico
      * anterior no diario. O sentido de cada registro do diario:
      * DEPO, XFCR e estorno de WITH creditam; WITH, XFDB e estorno
      * de DEPO debitam.
      ******************************************************************
       01  WK-SIGNED-AMOUNT            PIC S9(09)V9(02) VALUE ZERO.
       01  WK-NET-FROM-START           PIC S9(11)V9(02) VALUE ZERO.
       01  WK-OPEN-BALANCE             PIC S9(11)V9(02) VALUE ZERO.
       01  WK-RUN-BALANCE              PIC S9(11)V9(02) VALUE ZERO.
       01  WK-ABS-BALANCE              PIC 9(11)V9(02) VALUE ZERO.
       01  WK-CUR-RATE                 PIC 9(03)V9(06) VALUE ZERO.
       01  WK-CUR-BASIS                PIC 9(03) VALUE ZERO.
       01  WK-CUR-KIND                 PIC X(04) VALUE SPACES.
           88  WK-CUR-IS-CRED          VALUE 'CRED'.
           88  WK-CUR-IS-DEVE          VALUE 'DEVE'.
       01  WK-DAY-ACCRUAL              PIC 9(09)V9(06) VALUE ZERO.
       01  WK-ACCR-CRED                PIC 9(09)V9(06) VALUE ZERO.
       01  WK-ACCR-OVRD                PIC 9(09)V9(06) VALUE ZERO.
       01  WK-INT-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
       01  WK-CHG-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
       01  WK-AMOUNT-OK-SW             PIC X(01) VALUE 'S'.
           88  WK-AMOUNT-OK            VALUE 'S'.

      ******************************************************************
      * Faixa corrente do relatorio: dias consecutivos com o mesmo
      * saldo, a mesma taxa e a mesma base.
      ******************************************************************
       01  WK-SEG-OPEN-SW              PIC X(01) VALUE 'N'.
           88  WK-SEG-OPEN             VALUE 'S'.
       01  WK-SEG-FROM-DAY             PIC 9(02) VALUE ZERO.
       01  WK-SEG-DAYS                 PIC 9(02) VALUE ZERO.
       01  WK-SEG-BALANCE              PIC S9(11)V9(02) VALUE ZERO.
       01  WK-SEG-RATE                 PIC 9(03)V9(06) VALUE ZERO.
       01  WK-SEG-BASIS                PIC 9(03) VALUE ZERO.
       01  WK-SEG-KIND                 PIC X(04) VALUE SPACES.
       01  WK-SEG-AMOUNT               PIC 9(09)V9(06) VALUE ZERO.

       01  WK-CALC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WK-CL-FROM              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-TO                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-BALANCE           PIC ----.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-KIND              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-RATE              PIC ZZ9,999999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-BASIS             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-AMOUNT            PIC ZZZ.ZZ9,999999.

       01  WK-BAL-EDIT                 PIC ----.---.--9,99.
       01  WK-BAL-EDIT-2               PIC ----.---.--9,99.
       01  WK-AMT-EDIT                 PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-AMT-EDIT-2               PIC ZZZ.ZZZ.ZZ9,99.

      ******************************************************************
      * Aritmetica de calendario, em COBOL puro, como no STORDGEN:
      * comprimento de cada mes, com fevereiro ajustado por ano
      * bissexto.
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
      * Recebido via PARM (EXEC PGM=INTCHRG,PARM='AAAAMM'): o mes de
      * referencia do calculo. PARM ausente ou invalido = mes
      * anterior ao de hoje (o job roda no inicio do mes seguinte).
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-PERIOD          PIC X(06).
           05  WK-PARM-PERIOD-R REDEFINES WK-PARM-PERIOD.
               10  WK-PARM-YEAR        PIC 9(04).
               10  WK-PARM-MONTH       PIC 9(02).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Interest.
           PERFORM Read-Period-Parm.
           PERFORM Open-Files.
           PERFORM Load-Tariff-Table.
           PERFORM Build-Day-Rates.
           PERFORM Copy-Keyed-Trans.
           PERFORM Compute-All-Accounts.
           PERFORM Write-Int-Summary.
           PERFORM Close-Files.
           MOVE WK-INT-RC TO RETURN-CODE.
           STOP RUN.

       Read-Period-Parm.
           ACCEPT WK-TODAY FROM DATE YYYYMMDD.
           MOVE WK-TODAY TO WK-WORK-DATE.
           IF WK-PARM-LEN > 0 AND WK-PARM-YEAR NUMERIC
                   AND WK-PARM-MONTH NUMERIC
                   AND WK-PARM-YEAR > ZERO
                   AND WK-PARM-MONTH > ZERO AND WK-PARM-MONTH < 13
               MOVE WK-PARM-YEAR  TO WK-WD-YEAR
               MOVE WK-PARM-MONTH TO WK-WD-MONTH
           ELSE
               IF WK-WD-MONTH = 1
                   MOVE 12 TO WK-WD-MONTH
                   SUBTRACT 1 FROM WK-WD-YEAR
               ELSE
                   SUBTRACT 1 FROM WK-WD-MONTH
               END-IF
           END-IF.
           MOVE 1 TO WK-WD-DAY.
           MOVE WK-WORK-DATE TO WK-PERIOD-START.
           PERFORM Compute-Month-End.
           MOVE WK-MONTH-END-DAY TO WK-WD-DAY.
           MOVE WK-MONTH-END-DAY TO WK-PERIOD-DAYS.
           MOVE WK-WORK-DATE TO WK-PERIOD-END.
           COMPUTE WK-INT-BATCH-YM = WK-WD-YEAR * 100 + WK-WD-MONTH.
           DISPLAY 'MES DE REFERENCIA DOS JUROS: ' WK-PERIOD-START
               ' A ' WK-PERIOD-END ' LOTE ' WK-INT-BATCH-ID.

       Open-Files.
           OPEN OUTPUT WK-INTRPT-FILE.
           IF WK-INTRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR INTRPT - STATUS '
                   WK-INTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'JUROS E ENCARGOS DE FIM DE MES - INTCHRG'
               TO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'MES DE REFERENCIA: ' WK-PERIOD-START ' A '
               WK-PERIOD-END '  LOTE GERADO: ' WK-INT-BATCH-ID
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           OPEN INPUT WK-ACCOUNT-FILE.
           IF WK-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCTFILE - STATUS '
                   WK-ACCOUNT-FILE-STATUS
               CLOSE WK-INTRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR JRNSORT - STATUS '
                   WK-JRNL-FILE-STATUS
               CLOSE WK-INTRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WK-TRAN-OUT-FILE.
           IF WK-TRAN-OUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANOUT - STATUS '
                   WK-TRAN-OUT-STATUS
               CLOSE WK-INTRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-JRNL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Carga da tabela de tarifas. Sem TARFILE nao ha calculo: o job
      * termina com RC 12 antes de gerar qualquer transacao.
      ******************************************************************
       Load-Tariff-Table.
           MOVE ZERO TO WK-TARIF-COUNT.
           MOVE 'N' TO WK-TARIF-EOF-SW.
           OPEN INPUT WK-TARIF-FILE.
           IF WK-TARIF-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARFILE - STATUS '
                   WK-TARIF-FILE-STATUS
               MOVE 'ERRO AO ABRIR TARFILE - NADA FOI GERADO'
                   TO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
               PERFORM Close-Files
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Read-Tarif-Record.
           PERFORM Store-Tarif-Entry UNTIL WK-TARIF-EOF.
           CLOSE WK-TARIF-FILE.

       Read-Tarif-Record.
           READ WK-TARIF-FILE
               AT END
                   MOVE 'S' TO WK-TARIF-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Store-Tarif-Entry.
           IF WK-TARIF-EFF-DATE NOT NUMERIC
                   OR WK-TARIF-CRED-RATE NOT NUMERIC
                   OR WK-TARIF-OVRD-RATE NOT NUMERIC
                   OR WK-TARIF-DAY-BASIS NOT NUMERIC
               ADD 1 TO WK-TARIF-BAD-COUNT
               MOVE SPACES TO WK-INTRPT-RECORD
               STRING 'AVISO: REGISTRO DE TARIFA INVALIDO IGNORADO: '
                   WK-TARIF-RECORD
                   DELIMITED BY SIZE INTO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
           ELSE
               IF WK-TARIF-COUNT < 50
                   ADD 1 TO WK-TARIF-COUNT
                   SET WK-TARIF-IDX TO WK-TARIF-COUNT
                   MOVE WK-TARIF-EFF-DATE
                       TO WK-TT-EFF-DATE (WK-TARIF-IDX)
                   MOVE WK-TARIF-CRED-RATE
                       TO WK-TT-CRED-RATE (WK-TARIF-IDX)
                   MOVE WK-TARIF-OVRD-RATE
                       TO WK-TT-OVRD-RATE (WK-TARIF-IDX)
                   IF WK-TARIF-DAY-BASIS = ZERO
                       MOVE 360 TO WK-TT-DAY-BASIS (WK-TARIF-IDX)
                   ELSE
                       MOVE WK-TARIF-DAY-BASIS
                           TO WK-TT-DAY-BASIS (WK-TARIF-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WK-TARIF-BAD-COUNT
                   MOVE SPACES TO WK-INTRPT-RECORD
                   STRING 'AVISO: TABELA DE TARIFAS CHEIA - VIGENCIA '
                       WK-TARIF-EFF-DATE ' IGNORADA'
                       DELIMITED BY SIZE INTO WK-INTRPT-RECORD
                   WRITE WK-INTRPT-RECORD
               END-IF
           END-IF.
           PERFORM Read-Tarif-Record.

      ******************************************************************
      * Monta a tarifa de cada dia do mes: a de MAIOR vigencia que nao
      * ultrapasse o dia. Um dia sem tarifa em vigor deixaria juros
      * zerados em silencio - o job para com RC 12 e nada e gerado.
      ******************************************************************
       Build-Day-Rates.
           MOVE ZERO TO WK-NO-TARIF-COUNT.
           PERFORM Find-Day-Tariff
               VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-PERIOD-DAYS.
           IF WK-NO-TARIF-COUNT > ZERO
               DISPLAY 'INTCHRG: DIAS SEM TARIFA EM VIGOR: '
                   WK-NO-TARIF-COUNT
               MOVE 'DIA DO MES SEM TARIFA EM VIGOR - NADA FOI GERADO'
                   TO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
               PERFORM Close-Files
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       Find-Day-Tariff.
           MOVE WK-PERIOD-START TO WK-WORK-DATE.
           SET WK-DAY-NO TO WK-DAY-IDX.
           MOVE WK-DAY-NO TO WK-WD-DAY.
           MOVE 'N' TO WK-TARIF-FOUND-SW.
           MOVE ZERO TO WK-BEST-EFF-DATE.
           PERFORM Check-One-Tariff
               VARYING WK-TARIF-IDX FROM 1 BY 1
               UNTIL WK-TARIF-IDX > WK-TARIF-COUNT.
           IF NOT WK-TARIF-FOUND
               ADD 1 TO WK-NO-TARIF-COUNT
               MOVE ZERO TO WK-DAY-CRED-RATE (WK-DAY-IDX)
               MOVE ZERO TO WK-DAY-OVRD-RATE (WK-DAY-IDX)
               MOVE 360  TO WK-DAY-BASIS (WK-DAY-IDX)
               MOVE SPACES TO WK-INTRPT-RECORD
               STRING 'ERRO: SEM TARIFA EM VIGOR EM ' WK-WORK-DATE
                   DELIMITED BY SIZE INTO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
           END-IF.

       Check-One-Tariff.
           IF WK-TT-EFF-DATE (WK-TARIF-IDX) NOT > WK-WORK-DATE
               IF NOT WK-TARIF-FOUND
                       OR WK-TT-EFF-DATE (WK-TARIF-IDX)
                           NOT < WK-BEST-EFF-DATE
                   MOVE 'S' TO WK-TARIF-FOUND-SW
                   MOVE WK-TT-EFF-DATE (WK-TARIF-IDX)
                       TO WK-BEST-EFF-DATE
                   MOVE WK-TT-CRED-RATE (WK-TARIF-IDX)
                       TO WK-DAY-CRED-RATE (WK-DAY-IDX)
                   MOVE WK-TT-OVRD-RATE (WK-TARIF-IDX)
                       TO WK-DAY-OVRD-RATE (WK-DAY-IDX)
                   MOVE WK-TT-DAY-BASIS (WK-TARIF-IDX)
                       TO WK-DAY-BASIS (WK-DAY-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Copia as transacoes do dia (o TRANFILE ja fundido pelo
      * STORDGEN) para o arquivo de saida, preservando o conteudo e
      * guardando o maior sequencial visto - as transacoes de juros
      * continuam a numeracao a partir dele. DD TRANIN ausente/vazio
      * = dia so com juros, nao e erro. Um TRANFILE que ja traz
      * transacoes do lote de juros do mes e uma segunda submissao do
      * job no mesmo dia: fundir de novo lancaria os juros duas vezes
      * (o mesmo lote no mesmo dia nao e suspeito de submissao em
      * dobro no CALCULAD) - o job para com RC 12, sem gerar nada, e
      * a troca do TRANFILE nao roda.
      ******************************************************************
       Copy-Keyed-Trans.
           MOVE 'N' TO WK-TRAN-IN-EOF-SW.
           OPEN INPUT WK-TRAN-IN-FILE.
           IF WK-TRAN-IN-STATUS = '00'
               PERFORM Read-Tran-In-Record
               PERFORM Copy-One-Keyed-Trans UNTIL WK-TRAN-IN-EOF
               CLOSE WK-TRAN-IN-FILE
           END-IF.
           IF WK-INT-ALREADY-MERGED
               DISPLAY 'INTCHRG: TRANFILE JA CONTEM O LOTE '
                   WK-INT-BATCH-ID ' - ' WK-INT-DUP-COUNT
                   ' TRANSACOES'
               MOVE SPACES TO WK-INTRPT-RECORD
               STRING 'LOTE ' WK-INT-BATCH-ID ' JA FUNDIDO NO '
                   'TRANFILE - NADA FOI GERADO'
                   DELIMITED BY SIZE INTO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
               PERFORM Close-Files
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       Read-Tran-In-Record.
           READ WK-TRAN-IN-FILE
               AT END
                   MOVE 'S' TO WK-TRAN-IN-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Copy-One-Keyed-Trans.
           MOVE WK-TRAN-IN-RECORD TO WK-TRANS-RECORD.
           IF WK-TRANS-SEQ NUMERIC AND WK-TRANS-SEQ > WK-NEXT-SEQ
               MOVE WK-TRANS-SEQ TO WK-NEXT-SEQ
           END-IF.
           IF WK-TRANS-BATCH-ID = WK-INT-BATCH-ID
               MOVE 'S' TO WK-INT-DUP-SW
               ADD 1 TO WK-INT-DUP-COUNT
           END-IF.
           WRITE WK-TRANS-RECORD.
           ADD 1 TO WK-KEYED-COUNT.
           PERFORM Read-Tran-In-Record.

      ******************************************************************
      * Casamento mestre x diario ordenado: o mestre e lido em ordem
      * de chave; o diario avanca ate a conta corrente, descartando o
      * movimento de conta que nao existe mais no mestre, e o bloco
      * da conta e acumulado por dia.
      ******************************************************************
       Compute-All-Accounts.
           MOVE SPACES TO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           PERFORM Read-Jrnl-Record.
           PERFORM Read-Account-Record.
           PERFORM Compute-One-Account UNTIL WK-ACCOUNT-EOF.

       Read-Account-Record.
           READ WK-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-ACCOUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WK-ACCT-READ-COUNT
           END-READ.

       Read-Jrnl-Record.
           READ WK-JRNL-FILE
               AT END
                   MOVE 'S' TO WK-JRNL-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Compute-One-Account.
           PERFORM Read-Jrnl-Record
               UNTIL WK-JRNL-EOF
               OR WK-JRNL-ACCOUNT NOT < WK-ACCT-NUMBER.
           MOVE ZERO TO WK-NET-FROM-START.
           PERFORM Clear-One-Day
               VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-PERIOD-DAYS.
           PERFORM Collect-Account-Jrnl
               UNTIL WK-JRNL-EOF
               OR WK-JRNL-ACCOUNT NOT = WK-ACCT-NUMBER.
           IF WK-ACCT-IS-OPEN
               PERFORM Compute-Account-Charges
           ELSE
               ADD 1 TO WK-ACCT-SKIP-COUNT
           END-IF.
           PERFORM Read-Account-Record.

       Clear-One-Day.
           MOVE ZERO TO WK-DAY-NET (WK-DAY-IDX).

       Collect-Account-Jrnl.
           IF WK-JRNL-DATE NUMERIC
                   AND WK-JRNL-DATE NOT < WK-PERIOD-START
               PERFORM Compute-Signed-Amount
               ADD WK-SIGNED-AMOUNT TO WK-NET-FROM-START
               IF WK-JRNL-DATE NOT > WK-PERIOD-END
                   MOVE WK-JRNL-DATE TO WK-WORK-DATE
                   SET WK-DAY-IDX TO WK-WD-DAY
                   ADD WK-SIGNED-AMOUNT TO WK-DAY-NET (WK-DAY-IDX)
               END-IF
           END-IF.
           PERFORM Read-Jrnl-Record.

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

      ******************************************************************
      * Calculo de uma conta aberta: percorre os dias do mes com o
      * saldo de fim de cada dia, acumula juros (saldo credor) e
      * encargo (saldo devedor) pela tarifa do dia - saldo x taxa
      * anual / (100 x base) - e arredonda so o total do mes.
      ******************************************************************
       Compute-Account-Charges.
           ADD 1 TO WK-ACCT-CALC-COUNT.
           COMPUTE WK-OPEN-BALANCE =
               WK-ACCT-BALANCE - WK-NET-FROM-START.
           MOVE WK-OPEN-BALANCE TO WK-RUN-BALANCE.
           MOVE ZERO TO WK-ACCR-CRED.
           MOVE ZERO TO WK-ACCR-OVRD.
           MOVE 'N' TO WK-SEG-OPEN-SW.
           PERFORM Write-Account-Header.
           PERFORM Accrue-One-Day
               VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-PERIOD-DAYS.
           PERFORM Flush-Segment.
           MOVE 'S' TO WK-AMOUNT-OK-SW.
           COMPUTE WK-INT-AMOUNT ROUNDED = WK-ACCR-CRED
               ON SIZE ERROR
                   MOVE 'N' TO WK-AMOUNT-OK-SW
           END-COMPUTE.
           COMPUTE WK-CHG-AMOUNT ROUNDED = WK-ACCR-OVRD
               ON SIZE ERROR
                   MOVE 'N' TO WK-AMOUNT-OK-SW
           END-COMPUTE.
           IF WK-AMOUNT-OK
               PERFORM Write-Account-Totals
               IF WK-INT-AMOUNT > ZERO
                   MOVE 'DEPO' TO WK-CUR-KIND
                   PERFORM Generate-Charge-Trans
                   ADD 1 TO WK-DEPO-GEN-COUNT
                   ADD WK-INT-AMOUNT TO WK-TOT-INTEREST
               END-IF
               IF WK-CHG-AMOUNT > ZERO
                   MOVE 'WITH' TO WK-CUR-KIND
                   PERFORM Generate-Charge-Trans
                   ADD 1 TO WK-WITH-GEN-COUNT
                   ADD WK-CHG-AMOUNT TO WK-TOT-CHARGE
               END-IF
           ELSE
               MOVE SPACES TO WK-INTRPT-RECORD
               STRING '  ERRO: VALOR FORA DA FAIXA DA TRANSACAO - '
                   'CONTA ' WK-ACCT-NUMBER ' NAO GERADA'
                   DELIMITED BY SIZE INTO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
               IF WK-INT-RC < 8
                   MOVE 8 TO WK-INT-RC
               END-IF
           END-IF.
           MOVE SPACES TO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.

       Accrue-One-Day.
           ADD WK-DAY-NET (WK-DAY-IDX) TO WK-RUN-BALANCE.
           MOVE WK-DAY-BASIS (WK-DAY-IDX) TO WK-CUR-BASIS.
           EVALUATE TRUE
               WHEN WK-RUN-BALANCE > ZERO
                   MOVE 'CRED' TO WK-CUR-KIND
                   MOVE WK-DAY-CRED-RATE (WK-DAY-IDX) TO WK-CUR-RATE
                   MOVE WK-RUN-BALANCE TO WK-ABS-BALANCE
               WHEN WK-RUN-BALANCE < ZERO
                   MOVE 'DEVE' TO WK-CUR-KIND
                   MOVE WK-DAY-OVRD-RATE (WK-DAY-IDX) TO WK-CUR-RATE
                   COMPUTE WK-ABS-BALANCE = WK-RUN-BALANCE * -1
               WHEN OTHER
                   MOVE SPACES TO WK-CUR-KIND
                   MOVE ZERO TO WK-CUR-RATE
                   MOVE ZERO TO WK-ABS-BALANCE
           END-EVALUATE.
           COMPUTE WK-DAY-ACCRUAL ROUNDED =
               WK-ABS-BALANCE * WK-CUR-RATE / (100 * WK-CUR-BASIS).
           IF WK-SEG-OPEN
               IF WK-RUN-BALANCE NOT = WK-SEG-BALANCE
                       OR WK-CUR-RATE NOT = WK-SEG-RATE
                       OR WK-CUR-BASIS NOT = WK-SEG-BASIS
                   PERFORM Flush-Segment
               END-IF
           END-IF.
           IF NOT WK-SEG-OPEN
               MOVE 'S' TO WK-SEG-OPEN-SW
               SET WK-SEG-FROM-DAY TO WK-DAY-IDX
               MOVE ZERO TO WK-SEG-DAYS
               MOVE WK-RUN-BALANCE TO WK-SEG-BALANCE
               MOVE WK-CUR-RATE TO WK-SEG-RATE
               MOVE WK-CUR-BASIS TO WK-SEG-BASIS
               MOVE WK-CUR-KIND TO WK-SEG-KIND
               MOVE ZERO TO WK-SEG-AMOUNT
           END-IF.
           ADD 1 TO WK-SEG-DAYS.
           ADD WK-DAY-ACCRUAL TO WK-SEG-AMOUNT.
           IF WK-CUR-IS-CRED
               ADD WK-DAY-ACCRUAL TO WK-ACCR-CRED
           END-IF.
           IF WK-CUR-IS-DEVE
               ADD WK-DAY-ACCRUAL TO WK-ACCR-OVRD
           END-IF.

       Flush-Segment.
           IF WK-SEG-OPEN
               MOVE WK-PERIOD-START TO WK-WORK-DATE
               MOVE WK-SEG-FROM-DAY TO WK-WD-DAY
               MOVE WK-WORK-DATE    TO WK-CL-FROM
               COMPUTE WK-WD-DAY = WK-SEG-FROM-DAY + WK-SEG-DAYS - 1
               MOVE WK-WORK-DATE    TO WK-CL-TO
               MOVE WK-SEG-DAYS     TO WK-CL-DAYS
               MOVE WK-SEG-BALANCE  TO WK-CL-BALANCE
               MOVE WK-SEG-KIND     TO WK-CL-KIND
               MOVE WK-SEG-RATE     TO WK-CL-RATE
               MOVE WK-SEG-BASIS    TO WK-CL-BASIS
               MOVE WK-SEG-AMOUNT   TO WK-CL-AMOUNT
               MOVE WK-CALC-LINE    TO WK-INTRPT-RECORD
               WRITE WK-INTRPT-RECORD
               MOVE 'N' TO WK-SEG-OPEN-SW
           END-IF.

       Write-Account-Header.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'CONTA: ' WK-ACCT-NUMBER '  DONO: ' WK-ACCT-OWNER
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE WK-OPEN-BALANCE TO WK-BAL-EDIT.
           MOVE WK-ACCT-BALANCE TO WK-BAL-EDIT-2.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING '  SALDO INICIAL: ' WK-BAL-EDIT
               '  SALDO ATUAL: ' WK-BAL-EDIT-2
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING '  DE       ATE      DIA           SALDO TIPO'
               '  TAXA A.A. BAS          VALOR'
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.

       Write-Account-Totals.
           MOVE WK-INT-AMOUNT TO WK-AMT-EDIT.
           MOVE WK-CHG-AMOUNT TO WK-AMT-EDIT-2.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING '  JUROS A CREDITAR: ' WK-AMT-EDIT
               '  ENCARGO A DEBITAR: ' WK-AMT-EDIT-2
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.

      ******************************************************************
      * Transacao gerada: DEPO com os juros ou WITH com o encargo, em
      * precisao MON, no lote do mes de referencia. WK-TRANS-USER fica
      * em branco - vale o usuario do PARM do CALCULAD, como nos
      * registros antigos. Um encargo que ultrapasse o limite de
      * credito da conta e rejeitado pelo CALCULAD (ACCT-NSF) e segue
      * o caminho normal do REJFILE.
      ******************************************************************
       Generate-Charge-Trans.
           ADD 1 TO WK-NEXT-SEQ.
           MOVE WK-NEXT-SEQ       TO WK-TRANS-SEQ.
           MOVE WK-INT-BATCH-ID   TO WK-TRANS-BATCH-ID.
           MOVE WK-CUR-KIND       TO WK-TRANS-TYPE.
           IF WK-TRANS-IS-DEPO
               MOVE WK-INT-AMOUNT TO WK-TRANS-N01
           ELSE
               MOVE WK-CHG-AMOUNT TO WK-TRANS-N01
           END-IF.
           MOVE SPACES            TO WK-TRANS-CUR01.
           MOVE SPACES            TO WK-TRANS-SIN.
           MOVE ZERO              TO WK-TRANS-N02.
           MOVE SPACES            TO WK-TRANS-CUR02.
           MOVE 'MON'             TO WK-TRANS-PREC.
           MOVE WK-ACCT-NUMBER    TO WK-TRANS-ACCOUNT.
           MOVE SPACES            TO WK-TRANS-MAINT-DATA.
           MOVE SPACES            TO WK-TRANS-USER.
           WRITE WK-TRANS-RECORD.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING '  ' WK-TRANS-TYPE ' GERADO - SEQ ' WK-TRANS-SEQ
               ' LOTE ' WK-INT-BATCH-ID
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.

       Write-Int-Summary.
           IF WK-TARIF-BAD-COUNT > ZERO AND WK-INT-RC < 8
               MOVE 8 TO WK-INT-RC
           END-IF.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'TRANSACOES DO DIA COPIADAS: ' WK-KEYED-COUNT
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'CONTAS LIDAS: ' WK-ACCT-READ-COUNT
               '  CALCULADAS: ' WK-ACCT-CALC-COUNT
               '  FORA (NAO ABERTAS): ' WK-ACCT-SKIP-COUNT
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE WK-TOT-INTEREST TO WK-AMT-EDIT.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'DEPO DE JUROS GERADOS: ' WK-DEPO-GEN-COUNT
               '  TOTAL: ' WK-AMT-EDIT
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           MOVE WK-TOT-CHARGE TO WK-AMT-EDIT.
           MOVE SPACES TO WK-INTRPT-RECORD.
           STRING 'WITH DE ENCARGO GERADOS: ' WK-WITH-GEN-COUNT
               '  TOTAL: ' WK-AMT-EDIT
               DELIMITED BY SIZE INTO WK-INTRPT-RECORD.
           WRITE WK-INTRPT-RECORD.
           DISPLAY 'INTCHRG: JUROS GERADOS ' WK-DEPO-GEN-COUNT
               ' ENCARGOS GERADOS ' WK-WITH-GEN-COUNT.

       Close-Files.
           CLOSE WK-ACCOUNT-FILE.
           CLOSE WK-JRNL-FILE.
           CLOSE WK-TRAN-OUT-FILE.
           CLOSE WK-INTRPT-FILE.

      ******************************************************************
      * Rotinas de calendario (as mesmas do STORDGEN).
      * Compute-Month-End deixa em WK-MONTH-END-DAY o ultimo dia do mes
      * de WK-WORK-DATE.
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

       END PROGRAM INTCHRG.
