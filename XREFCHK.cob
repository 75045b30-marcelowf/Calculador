       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.

      ******************************************************************
      * XREFCHK
      * Varredura semanal de integridade entre os mestres, que sao
      * mantidos cada um por si e que nada conferia entre si:
      *   - USERFILE: nivel fora de ADM/USU/COL (USU-NIVEL) e situacao
      *     fora de A/I (USU-SITUAC);
      *   - ACCTFILE: situacao fora de A/C/E (CTA-SITUAC), conta nao
      *     encerrada cujo dono nao esta no USERFILE (CTA-DONONF) e
      *     conta aberta de dono desativado (CTA-DONOIN) - o que a
      *     desativacao pela UMNT deixa para tras;
      *   - STORFILE (so as ordens em vigor, fim de vigencia nao
      *     anterior a data de referencia): usuario de origem fora do
      *     cadastro (ORD-ORIGNF) ou desativado (ORD-ORIGIN); conta
      *     do DEPO/WITH inexistente (ORD-CTANF), congelada
      *     (ORD-CTACON) ou encerrada (ORD-CTAENC); moeda sem cotacao
      *     no RATEFILE que alcance a primeira geracao da ordem
      *     (ORD-MOEDA, na mesma regra do Convert-Currency) - tudo o
      *     que hoje so aparece na manha seguinte como REJFILE;
      *   - QUOTAFIL: contador de usuario que nao existe mais
      *     (COTA-ORFAO).
      * Cada achado sai no relatorio com o codigo do motivo, a chave,
      * o detalhe e a correcao sugerida. Quando a correcao e uma
      * manutencao que o CALCULAD sabe fazer, ela e gravada tambem no
      * arquivo de correcoes (FIXTRAN), ja no layout do TRANFILE, no
      * lote 'IR' + AAMMDD da referencia:
      *   - USU-NIVEL  UMNT C para o nivel COL (o menor);
      *   - USU-SITUAC UMNT D (a desativacao grava a situacao 'I');
      *   - CTA-SITUAC, CTA-DONOIN e CTA-DONONF de conta aberta:
      *     AMNT C (congelar) - nao ha como reabrir nem trocar dono,
      *     e o congelamento para o movimento sem mexer no saldo;
      *   - ORD-CTANF com usuario de origem ativo: AMNT A da conta
      *     em nome dele, limite zero.
      * Os demais achados (ordem para conta congelada/encerrada ou de
      * usuario fora do cadastro/desativado, moeda sem cotacao,
      * contador orfao, dono inexistente de conta congelada) nao tem
      * transacao que os corrija: a sugestao vai so no relatorio. O
      * FIXTRAN e revisado pela administracao, que apaga as linhas
      * que nao quer e devolve o resto pelo TRANEDIT; toda AMNT ainda
      * passa pela dupla alcada.
      * Os registros sentinela da carga dos clusters (conta e usuario
      * de noves) sao pulados.
      * RETURN-CODE: 0 nenhum achado, 4 achado so nos cadastros, 8
      * achado em ordem permanente em vigor (vai gerar rejeicao no
      * proximo STORDGEN/CALCULAD), 12 falha de abertura ou PARM
      * invalido.
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

           SELECT WK-ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-ACCT-NUMBER
               FILE STATUS IS WK-ACCOUNT-FILE-STATUS.

           SELECT WK-QUOTA-FILE ASSIGN TO 'QUOTAFIL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-QUOTA-NAME
               FILE STATUS IS WK-QUOTA-FILE-STATUS.

           SELECT WK-STORD-FILE ASSIGN TO 'STORFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STORD-FILE-STATUS.

           SELECT WK-RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RATE-FILE-STATUS.

           SELECT WK-XREFRPT-FILE ASSIGN TO 'XREFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREFRPT-STATUS.

           SELECT WK-TRANS-FILE ASSIGN TO 'FIXTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-USER-FILE.
           COPY 'USERREC.cob'.

       FD  WK-ACCOUNT-FILE.
           COPY 'ACCTREC.cob'.

       FD  WK-QUOTA-FILE.
       01  WK-QUOTA-RECORD.
           05  WK-QUOTA-NAME           PIC X(20).
           05  WK-QUOTA-LAST-DATE      PIC 9(08).
           05  WK-QUOTA-COUNT          PIC 9(07).

       FD  WK-STORD-FILE.
           COPY 'STOREC.cob'.

      ******************************************************************
      * WK-RATE-FILE: o historico de cotacoes datadas (layout do
      * CALCULADOR). Cotacao gravada antes da data de vigencia le
      * brancos no campo e vale desde sempre.
      ******************************************************************
       FD  WK-RATE-FILE.
       01  WK-RATE-RECORD.
           05  WK-RATE-CUR             PIC X(03).
           05  WK-RATE-VALUE           PIC 9(07)V9(06).
           05  WK-RATE-EFF-DATE        PIC 9(08).

       FD  WK-XREFRPT-FILE.
       01  WK-XREFRPT-RECORD           PIC X(110).

      ******************************************************************
      * WK-TRANS-FILE: o arquivo de correcoes (FIXTRAN) - as UMNT/AMNT
      * sugeridas, no layout do TRANFILE.
      ******************************************************************
       FD  WK-TRANS-FILE.
           COPY 'TRANREC.cob'.

       WORKING-STORAGE SECTION.
       01  WK-USER-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WK-QUOTA-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-STORD-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-RATE-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-XREFRPT-STATUS           PIC X(02) VALUE '00'.
       01  WK-TRANS-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WK-USER-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-USER-EOF             VALUE 'S'.
       01  WK-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-ACCT-EOF             VALUE 'S'.
       01  WK-QUOTA-EOF-SW             PIC X(01) VALUE 'N'.
           88  WK-QUOTA-EOF            VALUE 'S'.
       01  WK-STORD-EOF-SW             PIC X(01) VALUE 'N'.
           88  WK-STORD-EOF            VALUE 'S'.
       01  WK-RATE-EOF-SW              PIC X(01) VALUE 'N'.
           88  WK-RATE-EOF             VALUE 'S'.
       01  WK-PARM-OK-SW               PIC X(01) VALUE 'S'.
           88  WK-PARM-OK              VALUE 'S'.
       01  WK-USER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-USER-FOUND           VALUE 'S'.
       01  WK-ACCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-ACCT-FOUND           VALUE 'S'.
       01  WK-RATE-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-RATE-FOUND           VALUE 'S'.

       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-XREF-RC                  PIC 9(02) VALUE ZERO.
       01  WK-FIX-BATCH-ID.
           05  FILLER                  PIC X(02) VALUE 'IR'.
           05  WK-FIX-BATCH-DATE       PIC 9(06) VALUE ZERO.
       01  WK-NEXT-SEQ                 PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Chaves dos registros sentinela da carga dos clusters (CALCVSAM).
      ******************************************************************
       01  WK-SENTINEL-ACCT            PIC X(10) VALUE ALL '9'.
       01  WK-SENTINEL-USER            PIC X(20) VALUE ALL '9'.

      ******************************************************************
      * Achado corrente: codigo do motivo, chave, detalhe e correcao
      * sugerida - a linha do relatorio.
      ******************************************************************
       01  WK-XREF-LINE.
           05  WK-XL-REASON            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-XL-KEY               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-XL-DETAIL            PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WK-XL-FIX               PIC X(36).

      ******************************************************************
      * Ordem corrente: data a partir da qual a ordem ainda gera
      * (a maior entre o inicio da vigencia e a referencia), moeda
      * conferida e a situacao do usuario de origem.
      ******************************************************************
       01  WK-ORD-CHECK-DATE           PIC 9(08) VALUE ZERO.
       01  WK-ORD-CUR                  PIC X(03) VALUE SPACES.
       01  WK-ORD-ORIG-OK-SW           PIC X(01) VALUE 'N'.
           88  WK-ORD-ORIG-OK          VALUE 'S'.
       01  WK-ORD-KEY.
           05  FILLER                  PIC X(06) VALUE 'ORDEM '.
           05  WK-ORD-KEY-ID           PIC X(06).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WK-USER-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-ACCT-COUNT               PIC 9(07) VALUE ZERO.
       01  WK-STORD-COUNT              PIC 9(07) VALUE ZERO.
       01  WK-STORD-ACTIVE-COUNT       PIC 9(07) VALUE ZERO.
       01  WK-QUOTA-COUNT-READ         PIC 9(07) VALUE ZERO.
       01  WK-USER-FIND-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-ACCT-FIND-COUNT          PIC 9(07) VALUE ZERO.
       01  WK-STORD-FIND-COUNT         PIC 9(07) VALUE ZERO.
       01  WK-QUOTA-FIND-COUNT         PIC 9(07) VALUE ZERO.
       01  WK-FIX-COUNT                PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Moedas com cotacao no RATEFILE e, para cada uma, a MENOR data
      * de vigencia (uma ordem so converte a partir dela). Cotacao de
      * valor zero nao conta: o Convert-Currency a trata como nao
      * encontrada. Mesmo limite de 60 moedas da WK-RATE-TABLE do
      * CALCULADOR; o excedente e contado e avisado no relatorio
      * (as ordens nessas moedas sairiam como ORD-MOEDA indevido).
      ******************************************************************
       01  WK-XRATE-COUNT              PIC 9(04) VALUE ZERO.
       01  WK-XRATE-OVERFLOW-COUNT     PIC 9(04) VALUE ZERO.
       01  WK-XRATE-EFF-DATE           PIC 9(08) VALUE ZERO.
       01  WK-XRATE-TABLE.
           05  WK-XRATE-ENTRY          OCCURS 60 TIMES
                                        INDEXED BY WK-XRATE-IDX.
               10  WK-XRATE-CUR        PIC X(03).
               10  WK-XRATE-FIRST-DATE PIC 9(08).

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
      * Recebido via PARM (EXEC PGM=XREFCHK,PARM='...'), opcional:
      *   1-8   data de referencia (AAAAMMDD; zeros = hoje) - define
      *         quais ordens estao em vigor e o lote do FIXTRAN.
      * Data invalida = RC 12.
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN             PIC S9(4) COMP.
           05  WK-PARM-DATE            PIC X(08).
           05  WK-PARM-DATE-N REDEFINES WK-PARM-DATE
                                       PIC 9(08).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Integrity-Check.
           PERFORM Read-Parameters.
           PERFORM Open-Files.
           PERFORM Load-Rate-Table.
           PERFORM Check-Users.
           PERFORM Check-Accounts.
           PERFORM Check-Orders.
           PERFORM Check-Quotas.
           PERFORM Write-Xref-Summary.
           PERFORM Close-Files.
           MOVE WK-XREF-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Referencia do PARM e o lote do FIXTRAN: 'IR' + AAMMDD, um por
      * execucao semanal.
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
           IF WK-WD-MONTH < 1 OR WK-WD-MONTH > 12
               MOVE 'N' TO WK-PARM-OK-SW
           ELSE
               PERFORM Compute-Month-End
               IF WK-WD-DAY < 1 OR WK-WD-DAY > WK-MONTH-END-DAY
                   MOVE 'N' TO WK-PARM-OK-SW
               END-IF
           END-IF.
           IF NOT WK-PARM-OK
               DISPLAY 'XREFCHK: DATA INVALIDA NO PARM - REFERENCIA '
                   WK-RUN-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DIVIDE WK-WD-YEAR BY 100 GIVING WK-DIV-QUOT
               REMAINDER WK-DIV-REM.
           COMPUTE WK-FIX-BATCH-DATE = WK-DIV-REM * 10000
               + WK-WD-MONTH * 100 + WK-WD-DAY.
           DISPLAY 'INTEGRIDADE ENTRE MESTRES - REFERENCIA '
               WK-RUN-DATE ' LOTE DE CORRECAO ' WK-FIX-BATCH-ID.

       Open-Files.
           OPEN OUTPUT WK-XREFRPT-FILE.
           IF WK-XREFRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR XREFRPT - STATUS '
                   WK-XREFRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'INTEGRIDADE ENTRE MESTRES - XREFCHK - DATA DE '
               'REFERENCIA ' WK-RUN-DATE
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           OPEN INPUT WK-USER-FILE.
           IF WK-USER-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERFILE - STATUS '
                   WK-USER-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-ACCOUNT-FILE.
           IF WK-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACCTFILE - STATUS '
                   WK-ACCOUNT-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               CLOSE WK-USER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-QUOTA-FILE.
           IF WK-QUOTA-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR QUOTAFIL - STATUS '
                   WK-QUOTA-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-ACCOUNT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-STORD-FILE.
           IF WK-STORD-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STORFILE - STATUS '
                   WK-STORD-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-QUOTA-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-RATE-FILE.
           IF WK-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RATEFILE - STATUS '
                   WK-RATE-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-STORD-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WK-TRANS-FILE.
           IF WK-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FIXTRAN - STATUS '
                   WK-TRANS-FILE-STATUS
               CLOSE WK-XREFRPT-FILE
               CLOSE WK-USER-FILE
               CLOSE WK-ACCOUNT-FILE
               CLOSE WK-QUOTA-FILE
               CLOSE WK-STORD-FILE
               CLOSE WK-RATE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'ORDENS EM VIGOR = FIM DE VIGENCIA A PARTIR DE '
               WK-RUN-DATE '  CORRECOES NO FIXTRAN, LOTE '
               WK-FIX-BATCH-ID
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'MOTIVO     CHAVE                DETALHE'
               '                                  CORRECAO SUGERIDA'
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.

      ******************************************************************
      * Carga das moedas do RATEFILE com a menor vigencia de cada uma.
      ******************************************************************
       Load-Rate-Table.
           INITIALIZE WK-XRATE-TABLE.
           PERFORM Read-Rate-Record.
           PERFORM Take-Rate-Record UNTIL WK-RATE-EOF.
           IF WK-XRATE-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WK-XREFRPT-RECORD
               STRING 'AVISO: TABELA DE MOEDAS CHEIA - '
                   WK-XRATE-OVERFLOW-COUNT ' COTACOES NAO CARREGADAS'
                   DELIMITED BY SIZE INTO WK-XREFRPT-RECORD
               WRITE WK-XREFRPT-RECORD
           END-IF.

       Read-Rate-Record.
           READ WK-RATE-FILE
               AT END
                   MOVE 'S' TO WK-RATE-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Take-Rate-Record.
           IF WK-RATE-CUR NOT = SPACES AND WK-RATE-VALUE NUMERIC
                   AND WK-RATE-VALUE > ZERO
               IF WK-RATE-EFF-DATE NUMERIC
                   MOVE WK-RATE-EFF-DATE TO WK-XRATE-EFF-DATE
               ELSE
                   MOVE ZERO TO WK-XRATE-EFF-DATE
               END-IF
               SET WK-XRATE-IDX TO 1
               SEARCH WK-XRATE-ENTRY
                   AT END
                       PERFORM Add-Rate-Entry
                   WHEN WK-XRATE-CUR (WK-XRATE-IDX) = WK-RATE-CUR
                       IF WK-XRATE-EFF-DATE
                               < WK-XRATE-FIRST-DATE (WK-XRATE-IDX)
                           MOVE WK-XRATE-EFF-DATE
                               TO WK-XRATE-FIRST-DATE (WK-XRATE-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM Read-Rate-Record.

       Add-Rate-Entry.
           IF WK-XRATE-COUNT < 60
               ADD 1 TO WK-XRATE-COUNT
               SET WK-XRATE-IDX TO WK-XRATE-COUNT
               MOVE WK-RATE-CUR TO WK-XRATE-CUR (WK-XRATE-IDX)
               MOVE WK-XRATE-EFF-DATE
                   TO WK-XRATE-FIRST-DATE (WK-XRATE-IDX)
           ELSE
               ADD 1 TO WK-XRATE-OVERFLOW-COUNT
           END-IF.

      ******************************************************************
      * USERFILE em ordem de chave: nivel e situacao validos.
      ******************************************************************
       Check-Users.
           PERFORM Read-User-Record.
           PERFORM Check-One-User UNTIL WK-USER-EOF.

       Read-User-Record.
           READ WK-USER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-USER-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Check-One-User.
           IF WK-USER-NAME NOT = WK-SENTINEL-USER
               ADD 1 TO WK-USER-COUNT
               IF WK-USER-LEVEL NOT = 'ADM'
                       AND WK-USER-LEVEL NOT = 'USU'
                       AND WK-USER-LEVEL NOT = 'COL'
                   MOVE 'USU-NIVEL'  TO WK-XL-REASON
                   MOVE WK-USER-NAME TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'NIVEL INVALIDO: ' WK-USER-LEVEL
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'UMNT C NIVEL COL (OU O NIVEL CERTO)'
                       TO WK-XL-FIX
                   PERFORM Write-User-Finding
                   MOVE 'C'   TO WK-TRANS-UMNT-ACTION
                   MOVE 'COL' TO WK-TRANS-UMNT-LEVEL
                   PERFORM Write-Umnt-Fix
               END-IF
               IF NOT WK-USER-ACTIVE AND NOT WK-USER-INACTIVE
                   MOVE 'USU-SITUAC' TO WK-XL-REASON
                   MOVE WK-USER-NAME TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'SITUACAO INVALIDA: ' WK-USER-STATUS
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'UMNT D (DESATIVAR)' TO WK-XL-FIX
                   PERFORM Write-User-Finding
                   MOVE 'D'           TO WK-TRANS-UMNT-ACTION
                   MOVE WK-USER-LEVEL TO WK-TRANS-UMNT-LEVEL
                   PERFORM Write-Umnt-Fix
               END-IF
           END-IF.
           PERFORM Read-User-Record.

       Write-User-Finding.
           ADD 1 TO WK-USER-FIND-COUNT.
           IF WK-XREF-RC < 4
               MOVE 4 TO WK-XREF-RC
           END-IF.
           PERFORM Write-Xref-Line.

      ******************************************************************
      * ACCTFILE em ordem de chave: situacao valida e dono cadastrado
      * e ativo. Conta encerrada nao movimenta e fica de fora da
      * conferencia do dono; conta congelada de dono desativado e
      * justamente o estado corrigido.
      ******************************************************************
       Check-Accounts.
           PERFORM Read-Acct-Record.
           PERFORM Check-One-Account UNTIL WK-ACCT-EOF.

       Read-Acct-Record.
           READ WK-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-ACCT-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Check-One-Account.
           IF WK-ACCT-NUMBER NOT = WK-SENTINEL-ACCT
               ADD 1 TO WK-ACCT-COUNT
               IF NOT WK-ACCT-IS-OPEN AND NOT WK-ACCT-IS-FROZEN
                       AND NOT WK-ACCT-IS-CLOSED
                   MOVE 'CTA-SITUAC'   TO WK-XL-REASON
                   MOVE WK-ACCT-NUMBER TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'SITUACAO INVALIDA: ' WK-ACCT-STATUS
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'AMNT C (CONGELAR)' TO WK-XL-FIX
                   PERFORM Write-Acct-Finding
                   PERFORM Write-Amnt-Freeze-Fix
               ELSE
                   IF NOT WK-ACCT-IS-CLOSED
                       PERFORM Check-Account-Owner
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Acct-Record.

       Check-Account-Owner.
           MOVE WK-ACCT-OWNER TO WK-USER-NAME.
           PERFORM Read-User-By-Key.
           IF NOT WK-USER-FOUND
               MOVE 'CTA-DONONF'   TO WK-XL-REASON
               MOVE WK-ACCT-NUMBER TO WK-XL-KEY
               MOVE SPACES TO WK-XL-DETAIL
               STRING 'DONO INEXISTENTE: ' WK-ACCT-OWNER
                   DELIMITED BY SIZE INTO WK-XL-DETAIL
               IF WK-ACCT-IS-OPEN
                   MOVE 'AMNT C (CONGELAR)' TO WK-XL-FIX
                   PERFORM Write-Acct-Finding
                   PERFORM Write-Amnt-Freeze-Fix
               ELSE
                   MOVE 'AMNT E APOS TRATAR O SALDO' TO WK-XL-FIX
                   PERFORM Write-Acct-Finding
               END-IF
           ELSE
               IF WK-ACCT-IS-OPEN AND NOT WK-USER-ACTIVE
                   MOVE 'CTA-DONOIN'   TO WK-XL-REASON
                   MOVE WK-ACCT-NUMBER TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'DONO DESATIVADO: '
                       WK-ACCT-OWNER
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'AMNT C (CONGELAR)' TO WK-XL-FIX
                   PERFORM Write-Acct-Finding
                   PERFORM Write-Amnt-Freeze-Fix
               END-IF
           END-IF.

       Write-Acct-Finding.
           ADD 1 TO WK-ACCT-FIND-COUNT.
           IF WK-XREF-RC < 4
               MOVE 4 TO WK-XREF-RC
           END-IF.
           PERFORM Write-Xref-Line.

      ******************************************************************
      * STORFILE: cada ordem em vigor - fim de vigencia nao anterior a
      * referencia; ordem com data nao numerica o STORDGEN ja ignora.
      ******************************************************************
       Check-Orders.
           PERFORM Read-Stord-Record.
           PERFORM Check-One-Order UNTIL WK-STORD-EOF.

       Read-Stord-Record.
           READ WK-STORD-FILE
               AT END
                   MOVE 'S' TO WK-STORD-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Check-One-Order.
           ADD 1 TO WK-STORD-COUNT.
           IF WK-STORD-START-DATE NUMERIC AND WK-STORD-END-DATE NUMERIC
                   AND WK-STORD-END-DATE NOT < WK-RUN-DATE
               ADD 1 TO WK-STORD-ACTIVE-COUNT
               MOVE WK-STORD-ID TO WK-ORD-KEY-ID
               IF WK-STORD-START-DATE > WK-RUN-DATE
                   MOVE WK-STORD-START-DATE TO WK-ORD-CHECK-DATE
               ELSE
                   MOVE WK-RUN-DATE TO WK-ORD-CHECK-DATE
               END-IF
               PERFORM Check-Order-Origin
               IF WK-STORD-TYPE = 'DEPO' OR WK-STORD-TYPE = 'WITH'
                   PERFORM Check-Order-Account
               END-IF
               IF WK-STORD-CUR01 NOT = SPACES
                       AND WK-STORD-CUR02 NOT = SPACES
                       AND WK-STORD-CUR01 NOT = WK-STORD-CUR02
                   MOVE WK-STORD-CUR01 TO WK-ORD-CUR
                   PERFORM Check-Order-Currency
                   MOVE WK-STORD-CUR02 TO WK-ORD-CUR
                   PERFORM Check-Order-Currency
               END-IF
           END-IF.
           PERFORM Read-Stord-Record.

       Check-Order-Origin.
           MOVE 'N' TO WK-ORD-ORIG-OK-SW.
           MOVE WK-STORD-USER TO WK-USER-NAME.
           PERFORM Read-User-By-Key.
           IF NOT WK-USER-FOUND
               MOVE 'ORD-ORIGNF' TO WK-XL-REASON
               MOVE WK-ORD-KEY   TO WK-XL-KEY
               MOVE SPACES TO WK-XL-DETAIL
               STRING 'ORIGEM INEXISTENTE: ' WK-STORD-USER
                   DELIMITED BY SIZE INTO WK-XL-DETAIL
               MOVE 'UMNT A DO USUARIO OU ENCERRAR ORDEM'
                   TO WK-XL-FIX
               PERFORM Write-Order-Finding
           ELSE
               IF WK-USER-ACTIVE
                   MOVE 'S' TO WK-ORD-ORIG-OK-SW
               ELSE
                   MOVE 'ORD-ORIGIN' TO WK-XL-REASON
                   MOVE WK-ORD-KEY   TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'USUARIO DESATIVADO: ' WK-STORD-USER
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'ENCERRAR A ORDEM OU TROCAR USUARIO'
                       TO WK-XL-FIX
                   PERFORM Write-Order-Finding
               END-IF
           END-IF.

      ******************************************************************
      * Conta do DEPO/WITH. Conta inexistente: a abertura em nome do
      * usuario da ordem so e sugerida no FIXTRAN quando ele esta ativo
      * (e a mesma critica do Open-Account-Record); conferir antes se
      * nao e a conta da ordem que esta digitada errada.
      ******************************************************************
       Check-Order-Account.
           MOVE WK-STORD-ACCOUNT TO WK-ACCT-NUMBER.
           PERFORM Read-Acct-By-Key.
           IF NOT WK-ACCT-FOUND
               MOVE 'ORD-CTANF' TO WK-XL-REASON
               MOVE WK-ORD-KEY  TO WK-XL-KEY
               MOVE SPACES TO WK-XL-DETAIL
               STRING 'CONTA NAO CADASTRADA: ' WK-STORD-ACCOUNT
                   DELIMITED BY SIZE INTO WK-XL-DETAIL
               IF WK-ORD-ORIG-OK
                   MOVE 'AMNT A OU CORRIGIR CONTA NA ORDEM'
                       TO WK-XL-FIX
                   PERFORM Write-Order-Finding
                   PERFORM Write-Amnt-Open-Fix
               ELSE
                   MOVE 'CORRIGIR A CONTA NA ORDEM' TO WK-XL-FIX
                   PERFORM Write-Order-Finding
               END-IF
           ELSE
               IF WK-ACCT-IS-FROZEN OR WK-ACCT-IS-CLOSED
                   IF WK-ACCT-IS-FROZEN
                       MOVE 'ORD-CTACON' TO WK-XL-REASON
                   ELSE
                       MOVE 'ORD-CTAENC' TO WK-XL-REASON
                   END-IF
                   MOVE WK-ORD-KEY TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'CONTA ' WK-STORD-ACCOUNT ' SITUACAO '
                       WK-ACCT-STATUS
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'ENCERRAR A ORDEM NO STORFILE' TO WK-XL-FIX
                   PERFORM Write-Order-Finding
               END-IF
           END-IF.

      ******************************************************************
      * Moeda de ordem com conversao: precisa de cotacao com vigencia
      * ate a primeira data em que a ordem ainda gera.
      ******************************************************************
       Check-Order-Currency.
           MOVE 'N' TO WK-RATE-FOUND-SW.
           SET WK-XRATE-IDX TO 1.
           SEARCH WK-XRATE-ENTRY
               AT END
                   CONTINUE
               WHEN WK-XRATE-CUR (WK-XRATE-IDX) = WK-ORD-CUR
                   IF WK-XRATE-FIRST-DATE (WK-XRATE-IDX)
                           NOT > WK-ORD-CHECK-DATE
                       MOVE 'S' TO WK-RATE-FOUND-SW
                   END-IF
           END-SEARCH.
           IF NOT WK-RATE-FOUND
               MOVE 'ORD-MOEDA' TO WK-XL-REASON
               MOVE WK-ORD-KEY  TO WK-XL-KEY
               MOVE SPACES TO WK-XL-DETAIL
               STRING 'MOEDA ' WK-ORD-CUR ' SEM COTACAO EM '
                   WK-ORD-CHECK-DATE
                   DELIMITED BY SIZE INTO WK-XL-DETAIL
               MOVE 'RMNT DA COTACAO OU CORRIGIR ORDEM' TO WK-XL-FIX
               PERFORM Write-Order-Finding
           END-IF.

       Write-Order-Finding.
           ADD 1 TO WK-STORD-FIND-COUNT.
           MOVE 8 TO WK-XREF-RC.
           PERFORM Write-Xref-Line.

      ******************************************************************
      * QUOTAFIL em ordem de chave: contador de usuario que nao esta
      * mais no cadastro. Nao ha transacao que apague o contador.
      ******************************************************************
       Check-Quotas.
           PERFORM Read-Quota-Record.
           PERFORM Check-One-Quota UNTIL WK-QUOTA-EOF.

       Read-Quota-Record.
           READ WK-QUOTA-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-QUOTA-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Check-One-Quota.
           IF WK-QUOTA-NAME NOT = WK-SENTINEL-USER
               ADD 1 TO WK-QUOTA-COUNT-READ
               MOVE WK-QUOTA-NAME TO WK-USER-NAME
               PERFORM Read-User-By-Key
               IF NOT WK-USER-FOUND
                   MOVE 'COTA-ORFAO'  TO WK-XL-REASON
                   MOVE WK-QUOTA-NAME TO WK-XL-KEY
                   MOVE SPACES TO WK-XL-DETAIL
                   STRING 'USUARIO INEXISTENTE - ULT.DIA '
                       WK-QUOTA-LAST-DATE
                       DELIMITED BY SIZE INTO WK-XL-DETAIL
                   MOVE 'EXCLUIR O REGISTRO DO QUOTAFIL' TO WK-XL-FIX
                   ADD 1 TO WK-QUOTA-FIND-COUNT
                   IF WK-XREF-RC < 4
                       MOVE 4 TO WK-XREF-RC
                   END-IF
                   PERFORM Write-Xref-Line
               END-IF
           END-IF.
           PERFORM Read-Quota-Record.

       Read-User-By-Key.
           READ WK-USER-FILE
               INVALID KEY
                   MOVE 'N' TO WK-USER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-USER-FOUND-SW
           END-READ.

       Read-Acct-By-Key.
           READ WK-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WK-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-ACCT-FOUND-SW
           END-READ.

       Write-Xref-Line.
           MOVE WK-XREF-LINE TO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.

      ******************************************************************
      * Correcoes no FIXTRAN, lote 'IR' + AAMMDD da referencia. O
      * usuario de origem fica em branco: vale o ADM do PARM do
      * CALCULAD que processar o arquivo devolvido.
      ******************************************************************
       Write-Umnt-Fix.
           MOVE 'UMNT'       TO WK-TRANS-TYPE.
           MOVE SPACES       TO WK-TRANS-ACCOUNT.
           MOVE WK-USER-NAME TO WK-TRANS-UMNT-NAME.
           MOVE ZERO         TO WK-TRANS-N01.
           PERFORM Write-Fix-Record.

       Write-Amnt-Freeze-Fix.
           MOVE 'AMNT'         TO WK-TRANS-TYPE.
           MOVE WK-ACCT-NUMBER TO WK-TRANS-ACCOUNT.
           MOVE 'C'            TO WK-TRANS-UMNT-ACTION.
           MOVE SPACES         TO WK-TRANS-UMNT-NAME.
           MOVE SPACES         TO WK-TRANS-UMNT-LEVEL.
           MOVE ZERO           TO WK-TRANS-N01.
           PERFORM Write-Fix-Record.

       Write-Amnt-Open-Fix.
           MOVE 'AMNT'           TO WK-TRANS-TYPE.
           MOVE WK-STORD-ACCOUNT TO WK-TRANS-ACCOUNT.
           MOVE 'A'              TO WK-TRANS-UMNT-ACTION.
           MOVE WK-STORD-USER    TO WK-TRANS-UMNT-NAME.
           MOVE SPACES           TO WK-TRANS-UMNT-LEVEL.
           MOVE ZERO             TO WK-TRANS-N01.
           PERFORM Write-Fix-Record.

      * Tipo, conta, valor e area de manutencao ja montados acima.
       Write-Fix-Record.
           ADD 1 TO WK-NEXT-SEQ.
           MOVE WK-NEXT-SEQ     TO WK-TRANS-SEQ.
           MOVE WK-FIX-BATCH-ID TO WK-TRANS-BATCH-ID.
           MOVE SPACES          TO WK-TRANS-CUR01.
           MOVE SPACES          TO WK-TRANS-SIN.
           MOVE ZERO            TO WK-TRANS-N02.
           MOVE SPACES          TO WK-TRANS-CUR02.
           MOVE SPACES          TO WK-TRANS-PREC.
           MOVE SPACES          TO WK-TRANS-USER.
           WRITE WK-TRANS-RECORD.
           ADD 1 TO WK-FIX-COUNT.

       Write-Xref-Summary.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'LIDOS - USUARIOS: ' WK-USER-COUNT
               '  CONTAS: ' WK-ACCT-COUNT
               '  ORDENS: ' WK-STORD-COUNT
               ' (EM VIGOR ' WK-STORD-ACTIVE-COUNT ')'
               '  COTAS: ' WK-QUOTA-COUNT-READ
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'ACHADOS - USUARIOS: ' WK-USER-FIND-COUNT
               '  CONTAS: ' WK-ACCT-FIND-COUNT
               '  ORDENS: ' WK-STORD-FIND-COUNT
               '  COTAS: ' WK-QUOTA-FIND-COUNT
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           MOVE SPACES TO WK-XREFRPT-RECORD.
           STRING 'CORRECOES UMNT/AMNT GRAVADAS NO FIXTRAN (LOTE '
               WK-FIX-BATCH-ID '): ' WK-FIX-COUNT
               DELIMITED BY SIZE INTO WK-XREFRPT-RECORD.
           WRITE WK-XREFRPT-RECORD.
           IF WK-XREF-RC = ZERO
               MOVE SPACES TO WK-XREFRPT-RECORD
               STRING 'NENHUMA INCONSISTENCIA ENTRE OS MESTRES'
                   DELIMITED BY SIZE INTO WK-XREFRPT-RECORD
               WRITE WK-XREFRPT-RECORD
           END-IF.
           DISPLAY 'XREFCHK: ACHADOS USUARIOS ' WK-USER-FIND-COUNT
               ' CONTAS ' WK-ACCT-FIND-COUNT
               ' ORDENS ' WK-STORD-FIND-COUNT
               ' COTAS ' WK-QUOTA-FIND-COUNT
               ' FIXTRAN ' WK-FIX-COUNT.

      ******************************************************************
      * Rotinas de calendario (as mesmas do CALCULADOR): Compute-
      * Month-End deixa em WK-MONTH-END-DAY o ultimo dia do mes de
      * WK-WORK-DATE.
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

       Close-Files.
           CLOSE WK-XREFRPT-FILE.
           CLOSE WK-USER-FILE.
           CLOSE WK-ACCOUNT-FILE.
           CLOSE WK-QUOTA-FILE.
           CLOSE WK-STORD-FILE.
           CLOSE WK-RATE-FILE.
           CLOSE WK-TRANS-FILE.

       END PROGRAM XREFCHK.
