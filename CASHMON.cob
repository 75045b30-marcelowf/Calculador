       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.

      ******************************************************************
      * CASHMON
      * Monitoramento de movimento em especie para a area de
      * compliance, a partir do diario de movimento (JRNFILE) e do
      * mestre de contas (ACCTFILE, para o titular e a situacao da
      * conta). No periodo informado no PARM, lista:
      *   - todo DEPO/WITH com valor acima do limite por lancamento;
      *   - toda conta cujos DEPO (ou cujos WITH) somam mais que o
      *     limite acumulado dentro de uma janela movel de N dias
      *     corridos - o caso de varios depositos logo abaixo do
      *     limite, feitos em dias seguidos;
      *   - todo usuario de origem (WK-JRNL-USER) nas mesmas
      *     condicoes, somando os lancamentos dele em qualquer conta.
      * Cada ocorrencia vai para o arquivo de casos (CASEFILE, layout
      * fixo para o sistema de casos da compliance) e para o
      * relatorio impresso (MONRPT), que fecha com o resumo do
      * periodo. Substitui o levantamento manual feito sobre os
      * extratos do ACCTSTMT.
      * O diario chega duas vezes, ordenado pelos passos de SORT do
      * job: por conta/tipo/data/sequencial (JRNACCT - lancamentos
      * acima do limite e janela por conta) e por usuario de origem/
      * tipo/data/sequencial (JRNUSER - janela por usuario). Na
      * janela, ao passar do limite acumulado, o caso e gravado e a
      * janela recomeca vazia no lancamento seguinte - uma sequencia
      * longa de depositos gera um caso a cada vez que o acumulado
      * volta a passar do limite, e nao um caso por lancamento.
      * So contam DEPO e WITH (transferencias e estornos nao sao
      * movimento em especie); depositos e saques sao acumulados
      * separadamente.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0 sem
      * ocorrencia no periodo, 4 houve ocorrencia (casos gravados), 12
      * falha de abertura ou PARM invalido.
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

           SELECT WK-JRNL-FILE ASSIGN TO 'JRNACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JRNL-FILE-STATUS.

           SELECT WK-JRNU-FILE ASSIGN TO 'JRNUSER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-JRNU-FILE-STATUS.

           SELECT WK-CASE-FILE ASSIGN TO 'CASEFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CASE-FILE-STATUS.

           SELECT WK-MONRPT-FILE ASSIGN TO 'MONRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-MONRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-ACCOUNT-FILE.
           COPY 'ACCTREC.cob'.

      ******************************************************************
      * WK-JRNL-FILE: o diario ordenado por conta, tipo, data e
      * sequencial (passo de SORT do job).
      ******************************************************************
       FD  WK-JRNL-FILE.
           COPY 'JRNREC.cob'.

      ******************************************************************
      * WK-JRNU-FILE: o mesmo diario ordenado por usuario de origem,
      * tipo, data e sequencial. So os campos usados aqui sao nomeados
      * - as posicoes sao as de JRNREC.cob.
      ******************************************************************
       FD  WK-JRNU-FILE.
       01  WK-JRNU-RECORD.
           05  WK-JRNU-ACCOUNT         PIC X(10).
           05  WK-JRNU-DATE            PIC 9(08).
           05  WK-JRNU-SEQ             PIC 9(06).
           05  WK-JRNU-TYPE            PIC X(04).
               88  WK-JRNU-IS-DEPO     VALUE 'DEPO'.
               88  WK-JRNU-IS-WITH     VALUE 'WITH'.
           05  WK-JRNU-AMOUNT          PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(12).
           05  WK-JRNU-USER            PIC X(20).
           05  FILLER                  PIC X(28).

      ******************************************************************
      * Registro do arquivo de casos da compliance, layout fixo:
      *   WK-CASE-KIND   V lancamento unico acima do limite por
      *                  lancamento; C conta e U usuario de origem com
      *                  acumulado acima do limite na janela;
      *   WK-CASE-TYPE   DEPO ou WITH;
      *   conta, titular e situacao da conta no mestre (em branco no
      *   caso U, que pode envolver varias contas; titular '*FORA DO
      *   MESTRE*' e situacao '?' para conta que nao esta no mestre);
      *   usuario de origem (em branco no caso C, que pode envolver
      *   varios usuarios);
      *   data do primeiro e do ultimo lancamento e sequencial do
      *   ultimo (no caso V, os dois sao o proprio lancamento);
      *   quantidade e valor total dos lancamentos;
      *   limite ultrapassado e data em que o caso foi apurado.
      ******************************************************************
       FD  WK-CASE-FILE.
       01  WK-CASE-RECORD.
           05  WK-CASE-KIND            PIC X(01).
               88  WK-CASE-IS-SINGLE   VALUE 'V'.
               88  WK-CASE-IS-ACCOUNT  VALUE 'C'.
               88  WK-CASE-IS-USER     VALUE 'U'.
           05  WK-CASE-TYPE            PIC X(04).
           05  WK-CASE-ACCOUNT         PIC X(10).
           05  WK-CASE-OWNER           PIC X(20).
           05  WK-CASE-ACCT-STATUS     PIC X(01).
           05  WK-CASE-USER            PIC X(20).
           05  WK-CASE-FIRST-DATE      PIC 9(08).
           05  WK-CASE-LAST-DATE       PIC 9(08).
           05  WK-CASE-LAST-SEQ        PIC 9(06).
           05  WK-CASE-COUNT           PIC 9(05).
           05  WK-CASE-AMOUNT          PIC S9(11)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-CASE-LIMIT           PIC 9(09)V9(02).
           05  WK-CASE-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(04).

       FD  WK-MONRPT-FILE.
       01  WK-MONRPT-RECORD            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WK-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WK-JRNL-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-JRNU-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-CASE-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-MONRPT-STATUS            PIC X(02) VALUE '00'.

       01  WK-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-JRNL-EOF             VALUE 'S'.
       01  WK-JRNU-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-JRNU-EOF             VALUE 'S'.
       01  WK-ACCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-ACCT-FOUND           VALUE 'S'.
       01  WK-PARM-OK-SW               PIC X(01) VALUE 'S'.
           88  WK-PARM-OK              VALUE 'S'.

       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-FROM-DATE                PIC 9(08) VALUE ZERO.
       01  WK-TO-DATE                  PIC 9(08) VALUE ZERO.
       01  WK-SINGLE-LIMIT             PIC 9(07)V9(02)
                                        VALUE 10000,00.
       01  WK-AGGR-LIMIT               PIC 9(09)V9(02) VALUE ZERO.
       01  WK-WINDOW-DAYS              PIC 9(03) VALUE 005.
       01  WK-WINDOW-BACK              PIC 9(03) VALUE ZERO.
       01  WK-MON-RC                   PIC 9(02) VALUE ZERO.

      ******************************************************************
      * Lancamento corrente entregue a janela movel (Add-To-Window),
      * qualquer que seja a ordem do diario lido: WK-ENT-GROUP e a
      * chave do grupo acumulado (conta + tipo ou usuario + tipo).
      ******************************************************************
       01  WK-ENT-GROUP                PIC X(24) VALUE SPACES.
       01  WK-ENT-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-ENT-SEQ                  PIC 9(06) VALUE ZERO.
       01  WK-ENT-AMOUNT               PIC S9(07)V9(02) VALUE ZERO.
       01  WK-ENT-TYPE                 PIC X(04) VALUE SPACES.
       01  WK-ENT-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WK-ENT-USER                 PIC X(20) VALUE SPACES.
       01  WK-SCAN-KIND                PIC X(01) VALUE SPACE.

      ******************************************************************
      * Janela movel do grupo corrente: os lancamentos ainda dentro
      * dos ultimos WK-WINDOW-DAYS dias corridos, de WK-WIN-FIRST a
      * WK-WIN-LAST, com quantidade e soma. Quando o fim da tabela e
      * alcancado, os lancamentos vivos sao trazidos para o inicio
      * (Compact-Window); 300 lancamentos do mesmo grupo dentro de uma
      * janela so acontecem com PARM absurdo - o mais antigo e
      * descartado e o fato e avisado no resumo.
      ******************************************************************
       01  WK-CUR-GROUP                PIC X(24) VALUE SPACES.
       01  WK-WIN-TABLE.
           05  WK-WIN-ENTRY            OCCURS 300 TIMES.
               10  WK-WIN-DATE         PIC 9(08).
               10  WK-WIN-AMOUNT       PIC S9(07)V9(02).
       01  WK-WIN-FIRST                PIC 9(03) VALUE 1.
       01  WK-WIN-LAST                 PIC 9(03) VALUE ZERO.
       01  WK-WIN-TO                   PIC 9(03) VALUE ZERO.
       01  WK-WIN-COUNT                PIC 9(05) VALUE ZERO.
       01  WK-WIN-TOTAL                PIC S9(11)V9(02) VALUE ZERO.
       01  WK-WIN-START-DATE           PIC 9(08) VALUE ZERO.
       01  WK-WIN-CALC-DATE            PIC 9(08) VALUE ZERO.
       01  WK-WIN-DONE-SW              PIC X(01) VALUE 'N'.
           88  WK-WIN-DONE             VALUE 'S'.
       01  WK-WIN-OVERFLOW-COUNT       PIC 9(05) VALUE ZERO.

       01  WK-READ-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-CASH-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-DEPO-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
       01  WK-WITH-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
       01  WK-SINGLE-COUNT             PIC 9(05) VALUE ZERO.
       01  WK-SINGLE-TOTAL             PIC S9(13)V9(02) VALUE ZERO.
       01  WK-ACCT-CASE-COUNT          PIC 9(05) VALUE ZERO.
       01  WK-USER-CASE-COUNT          PIC 9(05) VALUE ZERO.
       01  WK-CASE-COUNT-ALL           PIC 9(05) VALUE ZERO.

       01  WK-SINGLE-LINE.
           05  WK-SL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WK-SL-SEQ               PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-AMOUNT            PIC -.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-OWNER             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-SL-USER              PIC X(20).

       01  WK-WINDOW-LINE.
           05  WK-WL-ID                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-FIRST-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-LAST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-TOTAL             PIC --.---.---.--9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-OWNER             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-WL-STATUS            PIC X(01).

       01  WK-TOT-EDIT                 PIC --.---.---.--9,99.
       01  WK-LIMIT-EDIT               PIC ---.---.--9,99.

      ******************************************************************
      * Calendario (as mesmas rotinas do STORDGEN e do CALCULADOR),
      * usado para recuar a data do lancamento ate o inicio da janela
      * e para achar o primeiro dia do mes do periodo padrao.
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
      * Recebido via PARM (EXEC PGM=CASHMON,PARM='...'), todos os
      * campos opcionais e posicionais:
      *   1-8   data inicial do periodo (AAAAMMDD; zeros = primeiro
      *         dia do mes da data final);
      *   9-16  data final do periodo (AAAAMMDD; zeros = hoje);
      *   17-25 limite por lancamento (7 inteiros e 2 decimais;
      *         zeros = 10000,00);
      *   26-36 limite acumulado na janela (9 inteiros e 2 decimais;
      *         zeros = o mesmo limite por lancamento);
      *   37-39 janela em dias corridos (zeros = 005).
      * Data invalida ou data inicial posterior a final = RC 12.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-FROM-DATE       PIC X(08).
           05  WK-PARM-FROM-DATE-N REDEFINES WK-PARM-FROM-DATE
                                       PIC 9(08).
           05  WK-PARM-TO-DATE         PIC X(08).
           05  WK-PARM-TO-DATE-N REDEFINES WK-PARM-TO-DATE
                                       PIC 9(08).
           05  WK-PARM-SINGLE-LIMIT    PIC X(09).
           05  WK-PARM-SINGLE-LIMIT-N REDEFINES WK-PARM-SINGLE-LIMIT
                                       PIC 9(07)V9(02).
           05  WK-PARM-AGGR-LIMIT      PIC X(11).
           05  WK-PARM-AGGR-LIMIT-N REDEFINES WK-PARM-AGGR-LIMIT
                                       PIC 9(09)V9(02).
           05  WK-PARM-WINDOW-DAYS     PIC X(03).
           05  WK-PARM-WINDOW-DAYS-N REDEFINES WK-PARM-WINDOW-DAYS
                                       PIC 9(03).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Cash-Monitor.
           PERFORM Read-Parameters.
           PERFORM Open-Files.
           PERFORM List-Single-Entries.
           PERFORM Scan-Account-Windows.
           PERFORM Scan-User-Windows.
           PERFORM Write-Monitor-Summary.
           PERFORM Close-Files.
           MOVE WK-MON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Periodo, limites e janela do PARM, com os padroes de cada
      * campo. As datas sao conferidas antes de qualquer leitura: o
      * recuo da janela pela tabela de meses nao aceita mes fora de
      * 01-12.
      ******************************************************************
       Read-Parameters.
           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WK-RUN-DATE TO WK-TO-DATE.
           IF WK-PARM-LEN > 8 AND WK-PARM-TO-DATE-N NUMERIC
                   AND WK-PARM-TO-DATE-N NOT = ZERO
               MOVE WK-PARM-TO-DATE-N TO WK-TO-DATE
           END-IF.
           MOVE WK-TO-DATE TO WK-WORK-DATE.
           MOVE 1 TO WK-WD-DAY.
           MOVE WK-WORK-DATE TO WK-FROM-DATE.
           IF WK-PARM-LEN > 0 AND WK-PARM-FROM-DATE-N NUMERIC
                   AND WK-PARM-FROM-DATE-N NOT = ZERO
               MOVE WK-PARM-FROM-DATE-N TO WK-FROM-DATE
           END-IF.
           IF WK-PARM-LEN > 16
                   AND WK-PARM-SINGLE-LIMIT-N NUMERIC
                   AND WK-PARM-SINGLE-LIMIT-N NOT = ZERO
               MOVE WK-PARM-SINGLE-LIMIT-N TO WK-SINGLE-LIMIT
           END-IF.
           MOVE WK-SINGLE-LIMIT TO WK-AGGR-LIMIT.
           IF WK-PARM-LEN > 25
                   AND WK-PARM-AGGR-LIMIT-N NUMERIC
                   AND WK-PARM-AGGR-LIMIT-N NOT = ZERO
               MOVE WK-PARM-AGGR-LIMIT-N TO WK-AGGR-LIMIT
           END-IF.
           IF WK-PARM-LEN > 36
                   AND WK-PARM-WINDOW-DAYS-N NUMERIC
                   AND WK-PARM-WINDOW-DAYS-N NOT = ZERO
               MOVE WK-PARM-WINDOW-DAYS-N TO WK-WINDOW-DAYS
           END-IF.
           COMPUTE WK-WINDOW-BACK = WK-WINDOW-DAYS - 1.
           MOVE 'S' TO WK-PARM-OK-SW.
           MOVE WK-FROM-DATE TO WK-WORK-DATE.
           PERFORM Check-Work-Date.
           MOVE WK-TO-DATE TO WK-WORK-DATE.
           PERFORM Check-Work-Date.
           IF WK-FROM-DATE > WK-TO-DATE
               MOVE 'N' TO WK-PARM-OK-SW
           END-IF.
           IF NOT WK-PARM-OK
               DISPLAY 'CASHMON: PERIODO INVALIDO NO PARM - DE '
                   WK-FROM-DATE ' ATE ' WK-TO-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'PERIODO MONITORADO: ' WK-FROM-DATE ' A '
               WK-TO-DATE.
           DISPLAY 'LIMITE POR LANCAMENTO: ' WK-SINGLE-LIMIT
               ' ACUMULADO: ' WK-AGGR-LIMIT
               ' JANELA: ' WK-WINDOW-DAYS ' DIAS'.

       Check-Work-Date.
           IF WK-WD-MONTH < 1 OR WK-WD-MONTH > 12
               MOVE 'N' TO WK-PARM-OK-SW
           ELSE
               PERFORM Compute-Month-End
               IF WK-WD-DAY < 1 OR WK-WD-DAY > WK-MONTH-END-DAY
                   MOVE 'N' TO WK-PARM-OK-SW
               END-IF
           END-IF.

       Open-Files.
           OPEN OUTPUT WK-MONRPT-FILE.
           IF WK-MONRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR MONRPT - STATUS '
                   WK-MONRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'MONITORAMENTO DE MOVIMENTO EM ESPECIE - CASHMON - '
               'PERIODO ' WK-FROM-DATE ' A ' WK-TO-DATE
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           OPEN INPUT WK-ACCOUNT-FILE.
           IF WK-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCTFILE - STATUS '
                   WK-ACCOUNT-FILE-STATUS
               CLOSE WK-MONRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WK-CASE-FILE.
           IF WK-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CASEFILE - STATUS '
                   WK-CASE-FILE-STATUS
               CLOSE WK-MONRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-SINGLE-LIMIT TO WK-LIMIT-EDIT.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'LIMITE POR LANCAMENTO: ' WK-LIMIT-EDIT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE WK-AGGR-LIMIT TO WK-LIMIT-EDIT.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'LIMITE ACUMULADO      : ' WK-LIMIT-EDIT
               '  JANELA DE ' WK-WINDOW-DAYS ' DIAS CORRIDOS'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.

      ******************************************************************
      * Abre um dos diarios ordenados; falha de abertura encerra com
      * RC 12 como as demais, fechando o que ja estava aberto.
      ******************************************************************
       Open-Jrnl-File.
           MOVE 'N' TO WK-JRNL-EOF-SW.
           OPEN INPUT WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR JRNACCT - STATUS '
                   WK-JRNL-FILE-STATUS
               CLOSE WK-MONRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-CASE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       Read-Jrnl-Record.
           READ WK-JRNL-FILE
               AT END
                   MOVE 'S' TO WK-JRNL-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Read-Jrnu-Record.
           READ WK-JRNU-FILE
               AT END
                   MOVE 'S' TO WK-JRNU-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

      ******************************************************************
      * Primeira passada (diario por conta): todo DEPO/WITH do periodo
      * com valor acima do limite por lancamento. Aqui tambem sao
      * apurados os totais de movimento em especie do resumo.
      ******************************************************************
       List-Single-Entries.
           PERFORM Open-Jrnl-File.
           PERFORM Write-Single-Header.
           PERFORM Read-Jrnl-Record.
           PERFORM Test-One-Single UNTIL WK-JRNL-EOF.
           CLOSE WK-JRNL-FILE.

       Write-Single-Header.
           MOVE SPACES TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE 'LANCAMENTOS ACIMA DO LIMITE POR LANCAMENTO'
               TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'CONTA      DATA/SEQ        TIPO        VALOR '
               'TITULAR              S ORIGEM'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.

       Test-One-Single.
           ADD 1 TO WK-READ-COUNT.
           IF (WK-JRNL-IS-DEPO OR WK-JRNL-IS-WITH)
                   AND WK-JRNL-DATE NUMERIC
                   AND WK-JRNL-AMOUNT NUMERIC
                   AND WK-JRNL-DATE NOT < WK-FROM-DATE
                   AND WK-JRNL-DATE NOT > WK-TO-DATE
               ADD 1 TO WK-CASH-COUNT
               IF WK-JRNL-IS-DEPO
                   ADD WK-JRNL-AMOUNT TO WK-DEPO-TOTAL
               ELSE
                   ADD WK-JRNL-AMOUNT TO WK-WITH-TOTAL
               END-IF
               IF WK-JRNL-AMOUNT > WK-SINGLE-LIMIT
                   PERFORM Write-Single-Case
               END-IF
           END-IF.
           PERFORM Read-Jrnl-Record.

       Write-Single-Case.
           ADD 1 TO WK-SINGLE-COUNT.
           ADD WK-JRNL-AMOUNT TO WK-SINGLE-TOTAL.
           MOVE WK-JRNL-ACCOUNT TO WK-ENT-ACCOUNT.
           PERFORM Lookup-Account.
           MOVE SPACES            TO WK-CASE-RECORD.
           MOVE 'V'               TO WK-CASE-KIND.
           MOVE WK-JRNL-TYPE      TO WK-CASE-TYPE.
           MOVE WK-JRNL-ACCOUNT   TO WK-CASE-ACCOUNT.
           MOVE WK-JRNL-USER      TO WK-CASE-USER.
           MOVE WK-JRNL-DATE      TO WK-CASE-FIRST-DATE.
           MOVE WK-JRNL-DATE      TO WK-CASE-LAST-DATE.
           MOVE WK-JRNL-SEQ       TO WK-CASE-LAST-SEQ.
           MOVE 1                 TO WK-CASE-COUNT.
           MOVE WK-JRNL-AMOUNT    TO WK-CASE-AMOUNT.
           MOVE WK-SINGLE-LIMIT   TO WK-CASE-LIMIT.
           PERFORM Write-Case-Record.
           MOVE WK-JRNL-ACCOUNT     TO WK-SL-ACCOUNT.
           MOVE WK-JRNL-DATE        TO WK-SL-DATE.
           MOVE WK-JRNL-SEQ         TO WK-SL-SEQ.
           MOVE WK-JRNL-TYPE        TO WK-SL-TYPE.
           MOVE WK-JRNL-AMOUNT      TO WK-SL-AMOUNT.
           MOVE WK-CASE-OWNER       TO WK-SL-OWNER.
           MOVE WK-CASE-ACCT-STATUS TO WK-SL-STATUS.
           MOVE WK-JRNL-USER        TO WK-SL-USER.
           MOVE WK-SINGLE-LINE TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.

      ******************************************************************
      * Titular e situacao da conta WK-ENT-ACCOUNT no mestre, direto
      * no registro de caso. Conta fora do mestre (encerrada e
      * expurgada, ou numero invalido) sai marcada, nao e omitida.
      ******************************************************************
       Lookup-Account.
           MOVE WK-ENT-ACCOUNT TO WK-ACCT-NUMBER.
           READ WK-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WK-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-ACCT-FOUND-SW
           END-READ.

       Write-Case-Record.
           IF WK-CASE-IS-USER
               MOVE SPACES TO WK-CASE-OWNER
               MOVE SPACE  TO WK-CASE-ACCT-STATUS
           ELSE
               IF WK-ACCT-FOUND
                   MOVE WK-ACCT-OWNER  TO WK-CASE-OWNER
                   MOVE WK-ACCT-STATUS TO WK-CASE-ACCT-STATUS
               ELSE
                   MOVE '*FORA DO MESTRE*' TO WK-CASE-OWNER
                   MOVE '?'            TO WK-CASE-ACCT-STATUS
               END-IF
           END-IF.
           MOVE WK-RUN-DATE TO WK-CASE-RUN-DATE.
           WRITE WK-CASE-RECORD.
           ADD 1 TO WK-CASE-COUNT-ALL.
           MOVE 4 TO WK-MON-RC.

      ******************************************************************
      * Segunda passada (diario por conta de novo): janela movel por
      * conta + tipo.
      ******************************************************************
       Scan-Account-Windows.
           PERFORM Open-Jrnl-File.
           MOVE 'C' TO WK-SCAN-KIND.
           MOVE SPACES TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           STRING 'CONTAS COM ACUMULADO ACIMA DO LIMITE EM '
               WK-WINDOW-DAYS ' DIAS CORRIDOS'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'CONTA                TIPO DE       ATE      '
               ' QTDE       VALOR TOTAL TITULAR              S'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE HIGH-VALUES TO WK-CUR-GROUP.
           PERFORM Read-Jrnl-Record.
           PERFORM Window-One-Acct-Entry UNTIL WK-JRNL-EOF.
           CLOSE WK-JRNL-FILE.

       Window-One-Acct-Entry.
           IF (WK-JRNL-IS-DEPO OR WK-JRNL-IS-WITH)
                   AND WK-JRNL-DATE NUMERIC
                   AND WK-JRNL-AMOUNT NUMERIC
                   AND WK-JRNL-DATE NOT < WK-FROM-DATE
                   AND WK-JRNL-DATE NOT > WK-TO-DATE
               MOVE SPACES          TO WK-ENT-GROUP
               STRING WK-JRNL-ACCOUNT WK-JRNL-TYPE
                   DELIMITED BY SIZE INTO WK-ENT-GROUP
               MOVE WK-JRNL-DATE    TO WK-ENT-DATE
               MOVE WK-JRNL-SEQ     TO WK-ENT-SEQ
               MOVE WK-JRNL-AMOUNT  TO WK-ENT-AMOUNT
               MOVE WK-JRNL-TYPE    TO WK-ENT-TYPE
               MOVE WK-JRNL-ACCOUNT TO WK-ENT-ACCOUNT
               MOVE SPACES          TO WK-ENT-USER
               PERFORM Add-To-Window
           END-IF.
           PERFORM Read-Jrnl-Record.

      ******************************************************************
      * Terceira passada (diario por usuario de origem): janela movel
      * por usuario + tipo, somando o que o usuario lancou em
      * qualquer conta.
      ******************************************************************
       Scan-User-Windows.
           OPEN INPUT WK-JRNU-FILE.
           IF WK-JRNU-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR JRNUSER - STATUS '
                   WK-JRNU-FILE-STATUS
               CLOSE WK-MONRPT-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-CASE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'U' TO WK-SCAN-KIND.
           MOVE SPACES TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           STRING 'USUARIOS DE ORIGEM COM ACUMULADO ACIMA DO LIMITE EM '
               WK-WINDOW-DAYS ' DIAS CORRIDOS'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING 'ORIGEM               TIPO DE       ATE      '
               ' QTDE       VALOR TOTAL'
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE HIGH-VALUES TO WK-CUR-GROUP.
           PERFORM Read-Jrnu-Record.
           PERFORM Window-One-User-Entry UNTIL WK-JRNU-EOF.
           CLOSE WK-JRNU-FILE.

       Window-One-User-Entry.
           IF (WK-JRNU-IS-DEPO OR WK-JRNU-IS-WITH)
                   AND WK-JRNU-DATE NUMERIC
                   AND WK-JRNU-AMOUNT NUMERIC
                   AND WK-JRNU-DATE NOT < WK-FROM-DATE
                   AND WK-JRNU-DATE NOT > WK-TO-DATE
               MOVE SPACES          TO WK-ENT-GROUP
               STRING WK-JRNU-USER WK-JRNU-TYPE
                   DELIMITED BY SIZE INTO WK-ENT-GROUP
               MOVE WK-JRNU-DATE    TO WK-ENT-DATE
               MOVE WK-JRNU-SEQ     TO WK-ENT-SEQ
               MOVE WK-JRNU-AMOUNT  TO WK-ENT-AMOUNT
               MOVE WK-JRNU-TYPE    TO WK-ENT-TYPE
               MOVE SPACES          TO WK-ENT-ACCOUNT
               MOVE WK-JRNU-USER    TO WK-ENT-USER
               PERFORM Add-To-Window
           END-IF.
           PERFORM Read-Jrnu-Record.

      ******************************************************************
      * Janela movel: o grupo mudou, a janela recomeca vazia; senao,
      * saem da frente os lancamentos anteriores ao inicio da janela
      * do lancamento corrente (a data dele recuada WK-WINDOW-DAYS - 1
      * dias). O lancamento entra e, com dois ou mais lancamentos
      * somando mais que o limite acumulado, o caso e gravado e a
      * janela recomeca vazia.
      ******************************************************************
       Add-To-Window.
           IF WK-ENT-GROUP NOT = WK-CUR-GROUP
               MOVE WK-ENT-GROUP TO WK-CUR-GROUP
               PERFORM Reset-Window
           END-IF.
           IF WK-ENT-DATE NOT = WK-WIN-CALC-DATE
               MOVE WK-ENT-DATE TO WK-WORK-DATE
               PERFORM Retreat-One-Day WK-WINDOW-BACK TIMES
               MOVE WK-WORK-DATE TO WK-WIN-START-DATE
               MOVE WK-ENT-DATE TO WK-WIN-CALC-DATE
           END-IF.
           MOVE 'N' TO WK-WIN-DONE-SW.
           PERFORM Drop-Expired-Entry UNTIL WK-WIN-DONE.
           IF WK-WIN-LAST = 300
               PERFORM Compact-Window
           END-IF.
           ADD 1 TO WK-WIN-LAST.
           MOVE WK-ENT-DATE   TO WK-WIN-DATE (WK-WIN-LAST).
           MOVE WK-ENT-AMOUNT TO WK-WIN-AMOUNT (WK-WIN-LAST).
           ADD 1 TO WK-WIN-COUNT.
           ADD WK-ENT-AMOUNT TO WK-WIN-TOTAL.
           IF WK-WIN-COUNT > 1 AND WK-WIN-TOTAL > WK-AGGR-LIMIT
               PERFORM Write-Window-Case
               PERFORM Reset-Window
           END-IF.

       Reset-Window.
           MOVE 1    TO WK-WIN-FIRST.
           MOVE ZERO TO WK-WIN-LAST.
           MOVE ZERO TO WK-WIN-COUNT.
           MOVE ZERO TO WK-WIN-TOTAL.

       Drop-Expired-Entry.
           IF WK-WIN-COUNT = ZERO
               MOVE 'S' TO WK-WIN-DONE-SW
           ELSE
               IF WK-WIN-DATE (WK-WIN-FIRST) < WK-WIN-START-DATE
                   SUBTRACT WK-WIN-AMOUNT (WK-WIN-FIRST)
                       FROM WK-WIN-TOTAL
                   SUBTRACT 1 FROM WK-WIN-COUNT
                   ADD 1 TO WK-WIN-FIRST
               ELSE
                   MOVE 'S' TO WK-WIN-DONE-SW
               END-IF
           END-IF.

       Compact-Window.
           IF WK-WIN-FIRST = 1
               SUBTRACT WK-WIN-AMOUNT (1) FROM WK-WIN-TOTAL
               SUBTRACT 1 FROM WK-WIN-COUNT
               ADD 1 TO WK-WIN-FIRST
               ADD 1 TO WK-WIN-OVERFLOW-COUNT
           END-IF.
           MOVE 1 TO WK-WIN-TO.
           PERFORM Shift-One-Entry UNTIL WK-WIN-FIRST > WK-WIN-LAST.
           MOVE 1 TO WK-WIN-FIRST.
           COMPUTE WK-WIN-LAST = WK-WIN-TO - 1.

       Shift-One-Entry.
           MOVE WK-WIN-ENTRY (WK-WIN-FIRST)
               TO WK-WIN-ENTRY (WK-WIN-TO).
           ADD 1 TO WK-WIN-FIRST.
           ADD 1 TO WK-WIN-TO.

       Write-Window-Case.
           MOVE SPACES            TO WK-CASE-RECORD.
           MOVE WK-SCAN-KIND      TO WK-CASE-KIND.
           MOVE WK-ENT-TYPE       TO WK-CASE-TYPE.
           MOVE WK-ENT-ACCOUNT    TO WK-CASE-ACCOUNT.
           MOVE WK-ENT-USER       TO WK-CASE-USER.
           MOVE WK-WIN-DATE (WK-WIN-FIRST) TO WK-CASE-FIRST-DATE.
           MOVE WK-ENT-DATE       TO WK-CASE-LAST-DATE.
           MOVE WK-ENT-SEQ        TO WK-CASE-LAST-SEQ.
           MOVE WK-WIN-COUNT      TO WK-CASE-COUNT.
           MOVE WK-WIN-TOTAL      TO WK-CASE-AMOUNT.
           MOVE WK-AGGR-LIMIT     TO WK-CASE-LIMIT.
           IF WK-CASE-IS-ACCOUNT
               ADD 1 TO WK-ACCT-CASE-COUNT
               PERFORM Lookup-Account
               MOVE WK-ENT-ACCOUNT TO WK-WL-ID
           ELSE
               ADD 1 TO WK-USER-CASE-COUNT
               MOVE WK-ENT-USER    TO WK-WL-ID
           END-IF.
           PERFORM Write-Case-Record.
           MOVE WK-ENT-TYPE         TO WK-WL-TYPE.
           MOVE WK-CASE-FIRST-DATE  TO WK-WL-FIRST-DATE.
           MOVE WK-CASE-LAST-DATE   TO WK-WL-LAST-DATE.
           MOVE WK-WIN-COUNT        TO WK-WL-COUNT.
           MOVE WK-WIN-TOTAL        TO WK-WL-TOTAL.
           MOVE WK-CASE-OWNER       TO WK-WL-OWNER.
           MOVE WK-CASE-ACCT-STATUS TO WK-WL-STATUS.
           MOVE WK-WINDOW-LINE TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.

       Write-Monitor-Summary.
           MOVE SPACES TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE 'RESUMO DO PERIODO' TO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  REGISTROS DO DIARIO LIDOS      : ' WK-READ-COUNT
               '  DEPO/WITH NO PERIODO: ' WK-CASH-COUNT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE WK-DEPO-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  TOTAL DEPOSITADO (DEPO)        : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE WK-WITH-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  TOTAL SACADO (WITH)            : ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE WK-SINGLE-TOTAL TO WK-TOT-EDIT.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  LANCAMENTOS ACIMA DO LIMITE    : ' WK-SINGLE-COUNT
               '  VALOR ' WK-TOT-EDIT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  CASOS DE ACUMULADO POR CONTA   : '
               WK-ACCT-CASE-COUNT
               '  POR USUARIO DE ORIGEM: ' WK-USER-CASE-COUNT
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           MOVE SPACES TO WK-MONRPT-RECORD.
           STRING '  CASOS GRAVADOS PARA A COMPLIANCE: '
               WK-CASE-COUNT-ALL
               DELIMITED BY SIZE INTO WK-MONRPT-RECORD.
           WRITE WK-MONRPT-RECORD.
           IF WK-WIN-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WK-MONRPT-RECORD
               STRING 'AVISO: JANELA COM MAIS DE 300 LANCAMENTOS - '
                   WK-WIN-OVERFLOW-COUNT
                   ' LANCAMENTO(S) MAIS ANTIGO(S) FORA DA SOMA'
                   DELIMITED BY SIZE INTO WK-MONRPT-RECORD
               WRITE WK-MONRPT-RECORD
           END-IF.
           DISPLAY 'CASHMON: CASOS GRAVADOS: ' WK-CASE-COUNT-ALL.

      ******************************************************************
      * Rotinas de calendario (as mesmas do CALCULADOR): Compute-
      * Month-End deixa em WK-MONTH-END-DAY o ultimo dia do mes de
      * WK-WORK-DATE; Retreat-One-Day recua WK-WORK-DATE um dia civil.
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

       Retreat-One-Day.
           IF WK-WD-DAY > 1
               SUBTRACT 1 FROM WK-WD-DAY
           ELSE
               IF WK-WD-MONTH > 1
                   SUBTRACT 1 FROM WK-WD-MONTH
               ELSE
                   MOVE 12 TO WK-WD-MONTH
                   SUBTRACT 1 FROM WK-WD-YEAR
               END-IF
               PERFORM Compute-Month-End
               MOVE WK-MONTH-END-DAY TO WK-WD-DAY
           END-IF.

       Close-Files.
           CLOSE WK-ACCOUNT-FILE.
           CLOSE WK-CASE-FILE.
           CLOSE WK-MONRPT-FILE.

       END PROGRAM CASHMON.
