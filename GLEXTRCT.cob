      * movimento (PARM; sem PARM, a data de hoje) - sem esse corte,
      * cada extracao reenviaria ao razao os lancamentos de todos os
      * dias anteriores, duplicando o feed contabil a cada noite.
      * Os estornos (WK-RESULT-TYPE = REVS) da data de movimento
      * tambem vao para o feed, marcados como estorno (WK-GL-ENTRY-
      * KIND = 'E') e com a data/sequencial do lancamento original -
      * a contabilidade precisa ver o estorno como estorno, e nao como
      * um lancamento novo no sentido oposto.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0
      * extracao ok, 12 falha de abertura de arquivo.
      ******************************************************************
      ******************************************************************
      * Registro de extrato de razao: conta contabil de destino, data,
      * valor absoluto em duas casas decimais e sinal do lancamento.
      * WK-GL-ENTRY-KIND separa o lancamento normal do estorno; num
      * estorno, WK-GL-REV-* trazem a data e o sequencial do
      * lancamento original (zeros num lancamento normal). Campos no
      * FINAL do registro para nao deslocar o layout ja carregado pelo
      * razao.
      ******************************************************************
       FD  WK-GL-FILE.
       01  WK-GL-RECORD.
           05  WK-GL-DATE              PIC 9(08).
           05  WK-GL-AMOUNT            PIC 9(09)V9(02).
           05  WK-GL-SIGN              PIC X(01).
           05  WK-GL-ENTRY-KIND        PIC X(01).
               88  WK-GL-IS-NORMAL     VALUE 'N'.
               88  WK-GL-IS-REVERSAL   VALUE 'E'.
           05  WK-GL-REV-DATE          PIC 9(08).
           05  WK-GL-REV-SEQ           PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WK-RESULT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WK-RESULT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WK-RESULT-EOF           VALUE 'S'.
       01  WK-GL-COUNT                 PIC 9(07) VALUE ZERO.
       01  WK-GL-REV-COUNT             PIC 9(07) VALUE ZERO.
       01  WK-GL-DEFAULT-ACCOUNT       PIC X(10) VALUE 'GERAL'.
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.

           PERFORM Read-Result-Record.
           PERFORM Extract-One-Record UNTIL WK-RESULT-EOF.
           DISPLAY 'REGISTROS EXTRAIDOS PARA O RAZAO: ' WK-GL-COUNT.
           DISPLAY 'DOS QUAIS ESTORNOS: ' WK-GL-REV-COUNT.
           PERFORM Close-Files.
           STOP RUN.

      * de conta corrente (DEPO/WITH) tambem gravado em modo MON e um
      * snapshot do saldo da conta, nao um valor de lancamento, e um
      * registro de outra data ja foi extraido pela execucao daquele
      * dia - por isso ambos ficam de fora. O estorno (REVS) e a
      * excecao do lado da conta corrente: entra pelo valor estornado
      * (WK-RESULT-N01), nao pelo saldo (ver Write-Gl-Reversal).
      ******************************************************************
       Extract-One-Record.
           IF WK-RESULT-DATE NUMERIC
                   AND WK-RESULT-DATE = WK-RUN-DATE
               PERFORM Write-Gl-Record
           END-IF.
           IF WK-RESULT-DATE NUMERIC
                   AND WK-RESULT-IS-REVS
                   AND WK-RESULT-DATE = WK-RUN-DATE
               PERFORM Write-Gl-Reversal
           END-IF.
           PERFORM Read-Result-Record.

       Write-Gl-Record.
               MOVE WK-RESULT-VALUE TO WK-GL-AMOUNT
               MOVE '+' TO WK-GL-SIGN
           END-IF.
           MOVE 'N'  TO WK-GL-ENTRY-KIND.
           MOVE ZERO TO WK-GL-REV-DATE.
           MOVE ZERO TO WK-GL-REV-SEQ.
           WRITE WK-GL-RECORD.
           ADD 1 TO WK-GL-COUNT.

      ******************************************************************
      * Estorno de DEPO tira o valor da conta (sinal '-'); estorno de
      * WITH devolve o valor a conta (sinal '+').
      ******************************************************************
       Write-Gl-Reversal.
           MOVE WK-RESULT-ACCOUNT TO WK-GL-ACCOUNT.
           MOVE WK-RESULT-DATE TO WK-GL-DATE.
           IF WK-RESULT-N01 < ZERO
               COMPUTE WK-GL-AMOUNT = WK-RESULT-N01 * -1
           ELSE
               MOVE WK-RESULT-N01 TO WK-GL-AMOUNT
           END-IF.
           IF WK-RESULT-REV-TYPE = 'WITH'
               MOVE '+' TO WK-GL-SIGN
           ELSE
               MOVE '-' TO WK-GL-SIGN
           END-IF.
           MOVE 'E' TO WK-GL-ENTRY-KIND.
           MOVE WK-RESULT-REV-DATE TO WK-GL-REV-DATE.
           MOVE WK-RESULT-REV-SEQ  TO WK-GL-REV-SEQ.
           WRITE WK-GL-RECORD.
           ADD 1 TO WK-GL-COUNT.
           ADD 1 TO WK-GL-REV-COUNT.

       Close-Files.
           CLOSE WK-RESULT-FILE.
