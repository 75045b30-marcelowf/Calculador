       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCERT.

      ******************************************************************
      * USRCERT
      * Relatorio de recertificacao de acesso (semestral, pedido pela
      * auditoria): um bloco por usuario do WK-USER-FILE com nivel e
      * situacao e, ao lado, a evidencia que antes era juntada a mao
      * de varios arquivos:
      *   - AUDFILE (pelo caminho alternado de nome): data da ultima
      *     atividade e quantidade de operacoes no periodo;
      *   - QUOTAFIL: ultimo dia com operacao e o consumo da cota
      *     naquele dia contra o limite do nivel;
      *   - USRLOGF (ordenado por usuario afetado e data): a ultima
      *     alteracao feita no cadastro do usuario - quando, qual
      *     acao e por quem - e se ele ja alterou o proprio cadastro;
      *   - ACCTFILE (ordenado por dono): contas do usuario e quantas
      *     ainda abertas;
      *   - TRANFILE do dia e STORFILE (ordenados por usuario de
      *     origem): em quantas transacoes e ordens permanentes em
      *     vigor o usuario ainda aparece como WK-TRANS-USER/
      *     WK-STORD-USER.
      * Alertas por usuario: SEM-ATIV (ativo sem atividade ha mais de
      * N dias), ADM (nivel ADM - toda certificacao de ADM e revista),
      * AUTO-ALT (o usuario alterou o proprio cadastro), INAT-CTA
      * (inativo que ainda e dono de conta aberta) e INAT-ORIG
      * (inativo que ainda aparece como usuario de origem).
      * Grava tambem o arquivo de certificacao (SIGNOFF): uma
      * transacao UMNT de desativacao, ja no layout do TRANFILE, para
      * cada usuario ativo. Os gestores apagam as linhas dos usuarios
      * que certificam e devolvem o resto, que entra no TRANFILE pelo
      * TRANEDIT como qualquer transacao - a desativacao passa pela
      * critica, pelo USRLOGF e pela trilha normais.
      * O USRLOGF registra tambem a manutencao de conta (AMNT), com o
      * numero da conta no lugar do usuario afetado: esses registros
      * nao casam com nenhum usuario e sao ignorados. O historico vai
      * so ate o ultimo expurgo do ARCHPURG.
      * RETURN-CODE no esquema padrao: 0 nenhum alerta alem de ADM, 4
      * houve alerta, 12 falha de abertura ou PARM invalido.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WK-USER-FILE ASSIGN TO 'USERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-USER-NAME
               FILE STATUS IS WK-USER-FILE-STATUS.

           SELECT WK-AUDIT-FILE ASSIGN TO 'AUDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-AUDIT-KEY
               ALTERNATE RECORD KEY IS WK-AUDIT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WK-AUDIT-FILE-STATUS.

           SELECT WK-QUOTA-FILE ASSIGN TO 'QUOTAFIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-QUOTA-NAME
               FILE STATUS IS WK-QUOTA-FILE-STATUS.

           SELECT WK-USRLOG-FILE ASSIGN TO 'USRLOGS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-USRLOG-FILE-STATUS.

           SELECT WK-ACCOWN-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ACCOWN-FILE-STATUS.

           SELECT WK-TRNU-FILE ASSIGN TO 'TRANUSR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TRNU-FILE-STATUS.

           SELECT WK-STORD-FILE ASSIGN TO 'STORUSR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STORD-FILE-STATUS.

           SELECT WK-CERTRPT-FILE ASSIGN TO 'CERTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CERTRPT-STATUS.

           SELECT WK-TRANS-FILE ASSIGN TO 'SIGNOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-USER-FILE.
           COPY 'USERREC.cob'.

       FD  WK-AUDIT-FILE.
           COPY 'AUDREC.cob'.

       FD  WK-QUOTA-FILE.
       01  WK-QUOTA-RECORD.
           05  WK-QUOTA-NAME           PIC X(20).
           05  WK-QUOTA-LAST-DATE      PIC 9(08).
           05  WK-QUOTA-COUNT          PIC 9(07).

      ******************************************************************
      * WK-USRLOG-FILE: a trilha de manutencao de cadastro (USRLOGF,
      * layout do CALCULADOR), ordenada por usuario afetado e data.
      ******************************************************************
       FD  WK-USRLOG-FILE.
       01  WK-USRLOG-RECORD.
           05  WK-USRLOG-ADMIN         PIC X(20).
           05  WK-USRLOG-DATE          PIC 9(08).
           05  WK-USRLOG-ACTION        PIC X(01).
           05  WK-USRLOG-TARGET-NAME   PIC X(20).
           05  WK-USRLOG-TARGET-LEVEL  PIC X(03).

      ******************************************************************
      * WK-ACCOWN-FILE: o mestre de contas descarregado e ordenado por
      * dono (WK-ACCT-OWNER).
      ******************************************************************
       FD  WK-ACCOWN-FILE.
           COPY 'ACCTREC.cob'.

      ******************************************************************
      * WK-TRNU-FILE: o TRANFILE do dia ordenado por usuario de
      * origem. So o usuario interessa - as posicoes sao as de
      * TRANREC.cob.
      ******************************************************************
       FD  WK-TRNU-FILE.
       01  WK-TRNU-RECORD.
           05  FILLER                  PIC X(83).
           05  WK-TRNU-USER            PIC X(20).

      ******************************************************************
      * WK-STORD-FILE: o STORFILE ordenado por usuario de origem.
      ******************************************************************
       FD  WK-STORD-FILE.
           COPY 'STOREC.cob'.

       FD  WK-CERTRPT-FILE.
       01  WK-CERTRPT-RECORD           PIC X(110).

      ******************************************************************
      * WK-TRANS-FILE: o arquivo de certificacao (SIGNOFF) - uma UMNT
      * de desativacao por usuario ativo, no layout do TRANFILE.
      ******************************************************************
       FD  WK-TRANS-FILE.
           COPY 'TRANREC.cob'.

       WORKING-STORAGE SECTION.
       01  WK-USER-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-QUOTA-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-USRLOG-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WK-ACCOWN-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WK-TRNU-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-STORD-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-CERTRPT-STATUS           PIC X(02) VALUE '00'.
       01  WK-TRANS-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WK-USER-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-USER-EOF             VALUE 'S'.
       01  WK-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
           88  WK-AUDIT-EOF            VALUE 'S'.
       01  WK-PARM-OK-SW               PIC X(01) VALUE 'S'.
           88  WK-PARM-OK              VALUE 'S'.

       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-FROM-DATE                PIC 9(08) VALUE ZERO.
       01  WK-IDLE-DAYS                PIC 9(03) VALUE 090.
       01  WK-IDLE-CUTOFF              PIC 9(08) VALUE ZERO.
       01  WK-CERT-RC                  PIC 9(02) VALUE ZERO.
       01  WK-SIGNOFF-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'RC'.
           05  WK-SIGNOFF-BATCH-YM     PIC 9(06) VALUE ZERO.
       01  WK-NEXT-SEQ                 PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Chaves correntes do casamento com os arquivos ordenados por
      * usuario. Arquivo no fim = HIGH-VALUES, como no BALPROOF.
      ******************************************************************
       01  WK-USRLOG-KEY               PIC X(20) VALUE SPACES.
       01  WK-ACCOWN-KEY               PIC X(20) VALUE SPACES.
       01  WK-TRNU-KEY                 PIC X(20) VALUE SPACES.
       01  WK-STORD-KEY                PIC X(20) VALUE SPACES.

      ******************************************************************
      * Evidencia do usuario corrente.
      ******************************************************************
       01  WK-CUR-LAST-ACT             PIC 9(08) VALUE ZERO.
       01  WK-CUR-PERIOD-OPS           PIC 9(07) VALUE ZERO.
       01  WK-CUR-QUOTA-DATE           PIC 9(08) VALUE ZERO.
       01  WK-CUR-QUOTA-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-CUR-QUOTA-LIMIT          PIC 9(05) VALUE ZERO.
       01  WK-CUR-CHG-DATE             PIC 9(08) VALUE ZERO.
       01  WK-CUR-CHG-ACTION           PIC X(01) VALUE SPACE.
       01  WK-CUR-CHG-ADMIN            PIC X(20) VALUE SPACES.
       01  WK-CUR-ACCT-COUNT           PIC 9(05) VALUE ZERO.
       01  WK-CUR-OPEN-COUNT           PIC 9(05) VALUE ZERO.
       01  WK-CUR-TRANS-COUNT          PIC 9(05) VALUE ZERO.
       01  WK-CUR-STORD-COUNT          PIC 9(05) VALUE ZERO.
       01  WK-CUR-SELF-SW              PIC X(01) VALUE 'N'.
           88  WK-CUR-SELF-CHANGED     VALUE 'S'.
       01  WK-CUR-ALERT-SW             PIC X(01) VALUE 'N'.
           88  WK-CUR-HAS-ALERT        VALUE 'S'.

       01  WK-USER-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-ACTIVE-COUNT             PIC 9(07) VALUE ZERO.
       01  WK-INACTIVE-COUNT           PIC 9(07) VALUE ZERO.
       01  WK-ADM-COUNT                PIC 9(07) VALUE ZERO.
       01  WK-IDLE-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-SELF-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-INACT-ACCT-COUNT         PIC 9(07) VALUE ZERO.
       01  WK-INACT-ORIG-COUNT         PIC 9(07) VALUE ZERO.
       01  WK-SIGNOFF-COUNT            PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Limite de operacoes/dia por nivel - a mesma tabela do
      * CALCULADOR (WK-QUOTA-LIMIT-TABLE em BOOK.cob).
      ******************************************************************
       01  WK-QUOTA-LIMIT-TABLE-VALUES.
           05  FILLER                  PIC X(08) VALUE 'ADM99999'.
           05  FILLER                  PIC X(08) VALUE 'USU00500'.
           05  FILLER                  PIC X(08) VALUE 'COL00100'.
       01  WK-QUOTA-LIMIT-TABLE REDEFINES WK-QUOTA-LIMIT-TABLE-VALUES.
           05  WK-QUOTA-LIMIT-ENTRY    OCCURS 3 TIMES
                                        INDEXED BY WK-QLIM-IDX.
               10  WK-QUOTA-LIMIT-LEVEL PIC X(03).
               10  WK-QUOTA-LIMIT-QTD  PIC 9(05).

       01  WK-CERT-LINE.
           05  WK-CL-NAME              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-LEVEL             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-STATUS            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-LAST-ACT          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-PERIOD-OPS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-QUOTA-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-QUOTA-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WK-CL-QUOTA-LIMIT       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-ACCT-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-OPEN-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-TRANS-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL-STORD-COUNT       PIC ZZZZ9.

       01  WK-CERT-LINE-2.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ALTERACAO '.
           05  WK-CL2-CHG-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-CL2-CHG-ACTION       PIC X(01).
           05  WK-CL2-CHG-BY           PIC X(05).
           05  WK-CL2-CHG-ADMIN        PIC X(20).
           05  FILLER                  PIC X(10) VALUE ' ALERTAS: '.
           05  WK-CL2-ALERT            PIC X(10) OCCURS 5 TIMES.

      ******************************************************************
      * Calendario (as mesmas rotinas do CALCULADOR), para o inicio
      * do periodo padrao e para a data de corte da inatividade.
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
      * Recebido via PARM (EXEC PGM=USRCERT,PARM='...'), todos os
      * campos opcionais e posicionais:
      *   1-8   data de referencia (AAAAMMDD; zeros = hoje);
      *   9-16  inicio do periodo de contagem das operacoes (AAAAMMDD;
      *         zeros = o mesmo dia seis meses antes da referencia);
      *   17-19 dias sem atividade para o alerta SEM-ATIV (zeros =
      *         090).
      * Data invalida ou inicio posterior a referencia = RC 12.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-DATE            PIC X(08).
           05  WK-PARM-DATE-N REDEFINES WK-PARM-DATE
                                       PIC 9(08).
           05  WK-PARM-FROM-DATE       PIC X(08).
           05  WK-PARM-FROM-DATE-N REDEFINES WK-PARM-FROM-DATE
                                       PIC 9(08).
           05  WK-PARM-IDLE-DAYS       PIC X(03).
           05  WK-PARM-IDLE-DAYS-N REDEFINES WK-PARM-IDLE-DAYS
                                       PIC 9(03).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Certification.
           PERFORM Read-Parameters.
           PERFORM Open-Files.
           PERFORM Read-User-Record.
           PERFORM Read-Usrlog-Record.
           PERFORM Read-Accown-Record.
           PERFORM Read-Trnu-Record.
           PERFORM Read-Stord-Record.
           PERFORM Certify-One-User UNTIL WK-USER-EOF.
           PERFORM Write-Cert-Summary.
           PERFORM Close-Files.
           MOVE WK-CERT-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Referencia, periodo e dias de inatividade do PARM. O inicio
      * padrao e o mesmo dia seis meses antes (dia 31 cai no ultimo
      * dia do mes); o corte da inatividade e a referencia recuada
      * WK-IDLE-DAYS dias corridos.
      ******************************************************************
       Read-Parameters.
           IF WK-PARM-LEN > 0 AND WK-PARM-DATE-N NUMERIC
                   AND WK-PARM-DATE-N NOT = ZERO
               MOVE WK-PARM-DATE-N TO WK-RUN-DATE
           ELSE
               ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'S' TO WK-PARM-OK-SW.
           MOVE WK-RUN-DATE TO WK-WORK-DATE.
           PERFORM Check-Work-Date.
           IF WK-PARM-OK
               IF WK-WD-MONTH > 6
                   SUBTRACT 6 FROM WK-WD-MONTH
               ELSE
                   ADD 6 TO WK-WD-MONTH
                   SUBTRACT 1 FROM WK-WD-YEAR
               END-IF
               PERFORM Compute-Month-End
               IF WK-WD-DAY > WK-MONTH-END-DAY
                   MOVE WK-MONTH-END-DAY TO WK-WD-DAY
               END-IF
               MOVE WK-WORK-DATE TO WK-FROM-DATE
           END-IF.
           IF WK-PARM-LEN > 8 AND WK-PARM-FROM-DATE-N NUMERIC
                   AND WK-PARM-FROM-DATE-N NOT = ZERO
               MOVE WK-PARM-FROM-DATE-N TO WK-FROM-DATE
               MOVE WK-FROM-DATE TO WK-WORK-DATE
               PERFORM Check-Work-Date
           END-IF.
           IF WK-PARM-LEN > 16 AND WK-PARM-IDLE-DAYS-N NUMERIC
                   AND WK-PARM-IDLE-DAYS-N NOT = ZERO
               MOVE WK-PARM-IDLE-DAYS-N TO WK-IDLE-DAYS
           END-IF.
           IF WK-FROM-DATE > WK-RUN-DATE
               MOVE 'N' TO WK-PARM-OK-SW
           END-IF.
           IF NOT WK-PARM-OK
               DISPLAY 'USRCERT: DATA INVALIDA NO PARM - REFERENCIA '
                   WK-RUN-DATE ' INICIO ' WK-FROM-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-RUN-DATE TO WK-WORK-DATE.
           PERFORM Retreat-One-Day WK-IDLE-DAYS TIMES.
           MOVE WK-WORK-DATE TO WK-IDLE-CUTOFF.
           MOVE WK-RUN-DATE TO WK-WORK-DATE.
           COMPUTE WK-SIGNOFF-BATCH-YM = WK-WD-YEAR * 100 + WK-WD-MONTH.
           DISPLAY 'RECERTIFICACAO DE ACESSO - REFERENCIA ' WK-RUN-DATE
               ' PERIODO DESDE ' WK-FROM-DATE
               ' SEM ATIVIDADE DESDE ' WK-IDLE-CUTOFF.

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
           OPEN OUTPUT WK-CERTRPT-FILE.
           IF WK-CERTRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CERTRPT - STATUS '
                   WK-CERTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'RECERTIFICACAO DE ACESSO - USRCERT - DATA DE '
               'REFERENCIA ' WK-RUN-DATE
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           OPEN INPUT WK-USER-FILE.
           IF WK-USER-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERFILE - STATUS '
                   WK-USER-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-AUDIT-FILE.
           IF WK-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDFILE - STATUS '
                   WK-AUDIT-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-QUOTA-FILE.
           IF WK-QUOTA-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR QUOTAFIL - STATUS '
                   WK-QUOTA-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-USRLOG-FILE.
           IF WK-USRLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USRLOGS - STATUS '
                   WK-USRLOG-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               CLOSE WK-QUOTA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-ACCOWN-FILE.
           IF WK-ACCOWN-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCTOWN - STATUS '
                   WK-ACCOWN-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-USRLOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-TRNU-FILE.
           IF WK-TRNU-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANUSR - STATUS '
                   WK-TRNU-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-USRLOG-FILE
               CLOSE WK-ACCOWN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-STORD-FILE.
           IF WK-STORD-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STORUSR - STATUS '
                   WK-STORD-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-USRLOG-FILE
               CLOSE WK-ACCOWN-FILE
               CLOSE WK-TRNU-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WK-TRANS-FILE.
           IF WK-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR SIGNOFF - STATUS '
                   WK-TRANS-FILE-STATUS
               CLOSE WK-CERTRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-AUDIT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-USRLOG-FILE
               CLOSE WK-ACCOWN-FILE
               CLOSE WK-TRNU-FILE
               CLOSE WK-STORD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'OPERACOES CONTADAS DE ' WK-FROM-DATE ' A '
               WK-RUN-DATE '  SEM-ATIV = SEM ATIVIDADE DESDE '
               WK-IDLE-CUTOFF ' (' WK-IDLE-DAYS ' DIAS)'
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'ACAO DA ALTERACAO: A INCLUSAO, C TROCA DE NIVEL, '
               'D DESATIVACAO'
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'USUARIO              NIV S ULT.ATIV OPERAC. COTA '
               'DIA  USADO/LIMITE CTAS ABER TRANS ORDEM'
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.

       Read-User-Record.
           READ WK-USER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-USER-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Read-Usrlog-Record.
           READ WK-USRLOG-FILE
               AT END
                   MOVE HIGH-VALUES TO WK-USRLOG-KEY
               NOT AT END
                   MOVE WK-USRLOG-TARGET-NAME TO WK-USRLOG-KEY
           END-READ.

       Read-Accown-Record.
           READ WK-ACCOWN-FILE
               AT END
                   MOVE HIGH-VALUES TO WK-ACCOWN-KEY
               NOT AT END
                   MOVE WK-ACCT-OWNER TO WK-ACCOWN-KEY
           END-READ.

       Read-Trnu-Record.
           READ WK-TRNU-FILE
               AT END
                   MOVE HIGH-VALUES TO WK-TRNU-KEY
               NOT AT END
                   MOVE WK-TRNU-USER TO WK-TRNU-KEY
           END-READ.

       Read-Stord-Record.
           READ WK-STORD-FILE
               AT END
                   MOVE HIGH-VALUES TO WK-STORD-KEY
               NOT AT END
                   MOVE WK-STORD-USER TO WK-STORD-KEY
           END-READ.

      ******************************************************************
      * Um usuario: junta a evidencia de cada fonte, levanta os
      * alertas, imprime o bloco e, se ativo, grava a UMNT de
      * desativacao no arquivo de certificacao. Registros dos arquivos
      * ordenados com chave menor que o usuario corrente sao de
      * usuarios que nao estao no cadastro (ou, no USRLOGF, de
      * manutencao de conta) e sao pulados aqui - a conferencia de
      * orfaos entre os mestres e assunto da varredura de
      * integridade.
      ******************************************************************
       Certify-One-User.
           ADD 1 TO WK-USER-COUNT.
           IF WK-USER-ACTIVE
               ADD 1 TO WK-ACTIVE-COUNT
           ELSE
               ADD 1 TO WK-INACTIVE-COUNT
           END-IF.
           PERFORM Collect-Audit-Activity.
           PERFORM Collect-Quota-Usage.
           MOVE ZERO   TO WK-CUR-CHG-DATE.
           MOVE SPACE  TO WK-CUR-CHG-ACTION.
           MOVE SPACES TO WK-CUR-CHG-ADMIN.
           MOVE 'N'    TO WK-CUR-SELF-SW.
           PERFORM Read-Usrlog-Record
               UNTIL WK-USRLOG-KEY NOT < WK-USER-NAME.
           PERFORM Take-Usrlog-Record
               UNTIL WK-USRLOG-KEY NOT = WK-USER-NAME.
           MOVE ZERO TO WK-CUR-ACCT-COUNT.
           MOVE ZERO TO WK-CUR-OPEN-COUNT.
           PERFORM Read-Accown-Record
               UNTIL WK-ACCOWN-KEY NOT < WK-USER-NAME.
           PERFORM Take-Accown-Record
               UNTIL WK-ACCOWN-KEY NOT = WK-USER-NAME.
           MOVE ZERO TO WK-CUR-TRANS-COUNT.
           PERFORM Read-Trnu-Record
               UNTIL WK-TRNU-KEY NOT < WK-USER-NAME.
           PERFORM Take-Trnu-Record
               UNTIL WK-TRNU-KEY NOT = WK-USER-NAME.
           MOVE ZERO TO WK-CUR-STORD-COUNT.
           PERFORM Read-Stord-Record
               UNTIL WK-STORD-KEY NOT < WK-USER-NAME.
           PERFORM Take-Stord-Record
               UNTIL WK-STORD-KEY NOT = WK-USER-NAME.
           PERFORM Write-User-Block.
           IF WK-USER-ACTIVE
               PERFORM Write-Signoff-Record
           END-IF.
           PERFORM Read-User-Record.

      ******************************************************************
      * AUDFILE pelo caminho alternado de nome: a maior data e a
      * ultima atividade (os registros de um nome nao chegam em ordem
      * de data); conta as operacoes dentro do periodo.
      ******************************************************************
       Collect-Audit-Activity.
           MOVE ZERO TO WK-CUR-LAST-ACT.
           MOVE ZERO TO WK-CUR-PERIOD-OPS.
           MOVE 'N' TO WK-AUDIT-EOF-SW.
           MOVE WK-USER-NAME TO WK-AUDIT-NAME.
           START WK-AUDIT-FILE KEY = WK-AUDIT-NAME
               INVALID KEY
                   MOVE 'S' TO WK-AUDIT-EOF-SW
               NOT INVALID KEY
                   PERFORM Read-Next-Audit
           END-START.
           PERFORM Take-Audit-Record UNTIL WK-AUDIT-EOF.

       Read-Next-Audit.
           READ WK-AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-AUDIT-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Take-Audit-Record.
           IF WK-AUDIT-NAME NOT = WK-USER-NAME
               MOVE 'S' TO WK-AUDIT-EOF-SW
           ELSE
               IF WK-AUDIT-DATE > WK-CUR-LAST-ACT
                   MOVE WK-AUDIT-DATE TO WK-CUR-LAST-ACT
               END-IF
               IF WK-AUDIT-DATE NOT < WK-FROM-DATE
                       AND WK-AUDIT-DATE NOT > WK-RUN-DATE
                   ADD 1 TO WK-CUR-PERIOD-OPS
               END-IF
               PERFORM Read-Next-Audit
           END-IF.

      ******************************************************************
      * QUOTAFIL: o ultimo dia com operacao (tambem conta como
      * atividade) e o consumo naquele dia contra o limite do nivel.
      ******************************************************************
       Collect-Quota-Usage.
           MOVE ZERO TO WK-CUR-QUOTA-DATE.
           MOVE ZERO TO WK-CUR-QUOTA-COUNT.
           MOVE WK-USER-NAME TO WK-QUOTA-NAME.
           READ WK-QUOTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WK-QUOTA-LAST-DATE NUMERIC
                       MOVE WK-QUOTA-LAST-DATE TO WK-CUR-QUOTA-DATE
                       MOVE WK-QUOTA-COUNT TO WK-CUR-QUOTA-COUNT
                   END-IF
           END-READ.
           IF WK-CUR-QUOTA-DATE > WK-CUR-LAST-ACT
               MOVE WK-CUR-QUOTA-DATE TO WK-CUR-LAST-ACT
           END-IF.
           MOVE ZERO TO WK-CUR-QUOTA-LIMIT.
           SET WK-QLIM-IDX TO 1.
           SEARCH WK-QUOTA-LIMIT-ENTRY
               AT END
                   CONTINUE
               WHEN WK-QUOTA-LIMIT-LEVEL (WK-QLIM-IDX) = WK-USER-LEVEL
                   MOVE WK-QUOTA-LIMIT-QTD (WK-QLIM-IDX)
                       TO WK-CUR-QUOTA-LIMIT
           END-SEARCH.

      * O USRLOGS chega em ordem de data dentro do usuario: o ultimo
      * registro lido e a ultima alteracao.
       Take-Usrlog-Record.
           MOVE WK-USRLOG-DATE   TO WK-CUR-CHG-DATE.
           MOVE WK-USRLOG-ACTION TO WK-CUR-CHG-ACTION.
           MOVE WK-USRLOG-ADMIN  TO WK-CUR-CHG-ADMIN.
           IF WK-USRLOG-ADMIN = WK-USRLOG-TARGET-NAME
               MOVE 'S' TO WK-CUR-SELF-SW
           END-IF.
           PERFORM Read-Usrlog-Record.

       Take-Accown-Record.
           ADD 1 TO WK-CUR-ACCT-COUNT.
           IF WK-ACCT-IS-OPEN
               ADD 1 TO WK-CUR-OPEN-COUNT
           END-IF.
           PERFORM Read-Accown-Record.

       Take-Trnu-Record.
           ADD 1 TO WK-CUR-TRANS-COUNT.
           PERFORM Read-Trnu-Record.

      * So conta ordem ainda em vigor: a que ja venceu nao gera mais
      * transacao.
       Take-Stord-Record.
           IF WK-STORD-END-DATE NOT < WK-RUN-DATE
               ADD 1 TO WK-CUR-STORD-COUNT
           END-IF.
           PERFORM Read-Stord-Record.

       Write-User-Block.
           MOVE 'N' TO WK-CUR-ALERT-SW.
           MOVE SPACES TO WK-CL2-ALERT (1).
           MOVE SPACES TO WK-CL2-ALERT (2).
           MOVE SPACES TO WK-CL2-ALERT (3).
           MOVE SPACES TO WK-CL2-ALERT (4).
           MOVE SPACES TO WK-CL2-ALERT (5).
           IF WK-USER-ACTIVE AND WK-CUR-LAST-ACT < WK-IDLE-CUTOFF
               MOVE 'SEM-ATIV' TO WK-CL2-ALERT (1)
               ADD 1 TO WK-IDLE-COUNT
               MOVE 'S' TO WK-CUR-ALERT-SW
           END-IF.
           IF WK-USER-LEVEL = 'ADM'
               MOVE 'ADM' TO WK-CL2-ALERT (2)
               ADD 1 TO WK-ADM-COUNT
           END-IF.
           IF WK-CUR-SELF-CHANGED
               MOVE 'AUTO-ALT' TO WK-CL2-ALERT (3)
               ADD 1 TO WK-SELF-COUNT
               MOVE 'S' TO WK-CUR-ALERT-SW
           END-IF.
           IF NOT WK-USER-ACTIVE AND WK-CUR-OPEN-COUNT > ZERO
               MOVE 'INAT-CTA' TO WK-CL2-ALERT (4)
               ADD 1 TO WK-INACT-ACCT-COUNT
               MOVE 'S' TO WK-CUR-ALERT-SW
           END-IF.
           IF NOT WK-USER-ACTIVE
                   AND (WK-CUR-TRANS-COUNT > ZERO
                   OR WK-CUR-STORD-COUNT > ZERO)
               MOVE 'INAT-ORIG' TO WK-CL2-ALERT (5)
               ADD 1 TO WK-INACT-ORIG-COUNT
               MOVE 'S' TO WK-CUR-ALERT-SW
           END-IF.
           IF WK-CUR-HAS-ALERT
               MOVE 4 TO WK-CERT-RC
           END-IF.
           MOVE WK-USER-NAME       TO WK-CL-NAME.
           MOVE WK-USER-LEVEL      TO WK-CL-LEVEL.
           MOVE WK-USER-STATUS     TO WK-CL-STATUS.
           IF WK-CUR-LAST-ACT = ZERO
               MOVE 'NUNCA' TO WK-CL-LAST-ACT
           ELSE
               MOVE WK-CUR-LAST-ACT TO WK-CL-LAST-ACT
           END-IF.
           MOVE WK-CUR-PERIOD-OPS  TO WK-CL-PERIOD-OPS.
           IF WK-CUR-QUOTA-DATE = ZERO
               MOVE SPACES TO WK-CL-QUOTA-DATE
           ELSE
               MOVE WK-CUR-QUOTA-DATE TO WK-CL-QUOTA-DATE
           END-IF.
           MOVE WK-CUR-QUOTA-COUNT TO WK-CL-QUOTA-COUNT.
           MOVE WK-CUR-QUOTA-LIMIT TO WK-CL-QUOTA-LIMIT.
           MOVE WK-CUR-ACCT-COUNT  TO WK-CL-ACCT-COUNT.
           MOVE WK-CUR-OPEN-COUNT  TO WK-CL-OPEN-COUNT.
           MOVE WK-CUR-TRANS-COUNT TO WK-CL-TRANS-COUNT.
           MOVE WK-CUR-STORD-COUNT TO WK-CL-STORD-COUNT.
           MOVE WK-CERT-LINE TO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           IF WK-CUR-CHG-DATE = ZERO
               MOVE 'NENHUMA' TO WK-CL2-CHG-DATE
               MOVE SPACE     TO WK-CL2-CHG-ACTION
               MOVE SPACES    TO WK-CL2-CHG-BY
               MOVE SPACES    TO WK-CL2-CHG-ADMIN
           ELSE
               MOVE WK-CUR-CHG-DATE   TO WK-CL2-CHG-DATE
               MOVE WK-CUR-CHG-ACTION TO WK-CL2-CHG-ACTION
               MOVE ' POR '           TO WK-CL2-CHG-BY
               MOVE WK-CUR-CHG-ADMIN  TO WK-CL2-CHG-ADMIN
           END-IF.
           MOVE WK-CERT-LINE-2 TO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.

      ******************************************************************
      * UMNT de desativacao do usuario ativo, no lote 'RC' + AAAAMM da
      * referencia. O usuario de origem fica em branco: vale o ADM do
      * PARM do CALCULAD que processar o arquivo devolvido.
      ******************************************************************
       Write-Signoff-Record.
           ADD 1 TO WK-NEXT-SEQ.
           MOVE WK-NEXT-SEQ         TO WK-TRANS-SEQ.
           MOVE WK-SIGNOFF-BATCH-ID TO WK-TRANS-BATCH-ID.
           MOVE 'UMNT'              TO WK-TRANS-TYPE.
           MOVE ZERO                TO WK-TRANS-N01.
           MOVE SPACES              TO WK-TRANS-CUR01.
           MOVE SPACES              TO WK-TRANS-SIN.
           MOVE ZERO                TO WK-TRANS-N02.
           MOVE SPACES              TO WK-TRANS-CUR02.
           MOVE SPACES              TO WK-TRANS-PREC.
           MOVE SPACES              TO WK-TRANS-ACCOUNT.
           MOVE SPACES              TO WK-TRANS-MAINT-DATA.
           MOVE 'D'                 TO WK-TRANS-UMNT-ACTION.
           MOVE WK-USER-NAME        TO WK-TRANS-UMNT-NAME.
           MOVE WK-USER-LEVEL       TO WK-TRANS-UMNT-LEVEL.
           MOVE SPACES              TO WK-TRANS-USER.
           WRITE WK-TRANS-RECORD.
           ADD 1 TO WK-SIGNOFF-COUNT.

       Write-Cert-Summary.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'USUARIOS: ' WK-USER-COUNT
               '  ATIVOS: ' WK-ACTIVE-COUNT
               '  INATIVOS: ' WK-INACTIVE-COUNT
               '  ADM: ' WK-ADM-COUNT
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'ALERTAS - SEM-ATIV: ' WK-IDLE-COUNT
               '  AUTO-ALT: ' WK-SELF-COUNT
               '  INAT-CTA: ' WK-INACT-ACCT-COUNT
               '  INAT-ORIG: ' WK-INACT-ORIG-COUNT
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           MOVE SPACES TO WK-CERTRPT-RECORD.
           STRING 'UMNT DE DESATIVACAO GRAVADAS NO SIGNOFF (LOTE '
               WK-SIGNOFF-BATCH-ID '): ' WK-SIGNOFF-COUNT
               DELIMITED BY SIZE INTO WK-CERTRPT-RECORD.
           WRITE WK-CERTRPT-RECORD.
           DISPLAY 'USRCERT: USUARIOS ' WK-USER-COUNT
               ' SIGNOFF ' WK-SIGNOFF-COUNT.

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
           CLOSE WK-CERTRPT-FILE.
           CLOSE WK-USER-FILE.
           CLOSE WK-AUDIT-FILE.
           CLOSE WK-QUOTA-FILE.
           CLOSE WK-USRLOG-FILE.
           CLOSE WK-ACCOWN-FILE.
           CLOSE WK-TRNU-FILE.
           CLOSE WK-STORD-FILE.
           CLOSE WK-TRANS-FILE.

       END PROGRAM USRCERT.
