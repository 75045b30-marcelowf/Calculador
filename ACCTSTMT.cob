      * fechamento. E o demonstrativo entregue ao departamento quando
      * um titular contesta um saque - o mestre de contas so guarda o
      * saldo corrente e nao tem como reconstituir o caminho ate ele.
      * Uma transferencia XFER aparece como tal - XFDB "TRANSF PARA"
      * e XFCR "TRANSF DE" a conta da outra ponta - e nao como um
      * saque/deposito solto sem contrapartida. Um estorno REVS
      * aparece como "ESTORNO DE" a data/sequencial do lancamento
      * original, para o titular ver que o movimento foi desfeito e
      * qual movimento foi desfeito.
      * RETURN-CODE no esquema padrao dos jobs do CALCULADOR: 0
      * extrato ok, 12 falha de abertura de arquivo ou conta nao
      * informada no PARM.
           COPY 'JRNREC.cob'.

       FD  WK-STMT-FILE.
       01  WK-STMT-RECORD              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WK-JRNL-FILE-STATUS         PIC X(02) VALUE '00'.
           05  WK-SL-BALANCE           PIC ----.---.--9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WK-SL-USER              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WK-SL-REFERENCE         PIC X(34).

      ******************************************************************
      * Recebida via PARM (EXEC PGM=ACCTSTMT,PARM='...'), na mesma
           MOVE WK-JRNL-AMOUNT  TO WK-SL-AMOUNT.
           MOVE WK-JRNL-BALANCE TO WK-SL-BALANCE.
           MOVE WK-JRNL-USER    TO WK-SL-USER.
           PERFORM Format-Movement-Reference.
           MOVE WK-STMT-LINE    TO WK-STMT-RECORD.
           WRITE WK-STMT-RECORD.
           ADD 1 TO WK-MOVE-COUNT.
           MOVE WK-JRNL-BALANCE TO WK-CLOSE-BALANCE.
           IF WK-JRNL-IS-DEPO OR WK-JRNL-IS-XFER-IN
                   OR (WK-JRNL-IS-REVERSAL AND WK-JRNL-REV-OF-WITH)
               ADD WK-JRNL-AMOUNT TO WK-DEPO-TOTAL
           ELSE
               ADD WK-JRNL-AMOUNT TO WK-WITH-TOTAL
           END-IF.

      ******************************************************************
      * Referencia impressa ao lado do lancamento: a conta da outra
      * ponta numa transferencia, o lancamento original (data/seq e
      * tipo) num estorno; em branco para DEPO/WITH.
      ******************************************************************
       Format-Movement-Reference.
           MOVE SPACES TO WK-SL-REFERENCE.
           EVALUATE TRUE
               WHEN WK-JRNL-IS-XFER-OUT
                   STRING 'TRANSF PARA ' WK-JRNL-XFER-ACCOUNT
                       DELIMITED BY SIZE INTO WK-SL-REFERENCE
               WHEN WK-JRNL-IS-XFER-IN
                   STRING 'TRANSF DE ' WK-JRNL-XFER-ACCOUNT
                       DELIMITED BY SIZE INTO WK-SL-REFERENCE
               WHEN WK-JRNL-IS-REVERSAL
                   STRING 'ESTORNO DE ' WK-JRNL-REV-DATE '/'
                       WK-JRNL-REV-SEQ ' ' WK-JRNL-REV-TYPE
                       DELIMITED BY SIZE INTO WK-SL-REFERENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Write-Statement-Header.
           MOVE 'S' TO WK-HEADER-DONE-SW.
           MOVE SPACES TO WK-STMT-RECORD.
