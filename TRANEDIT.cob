      * CALCULADOR um arquivo limpo. Confere, registro a registro,
      * sequencial (duplicado/fora de ordem/nao numerico; lacuna e
      * avisada mas nao rejeita), valores numericos, tipo de transacao
      * conhecido, nivel valido nas manutencoes de usuario e byte de
      * acao em branco no DEPO/WITH (fora do lote RECICLO); e confere
      * os registros de controle de lote (CTLREC.cob): cada lote
      * aberto por um header BHDR deve fechar com um trailer BTRL cuja
      * quantidade de registros e hash total de WK-TRANS-N01 batam com
      * ou um registro invalido derrubam o lote INTEIRO, que volta
      * para o departamento de origem em vez de estourar no meio do
      * Process-Batch com os lancamentos DEPO/WITH ja parcialmente
      * aplicados. Um lote cuja identificacao ja esta no historico de
      * transacoes processadas do CALCULADOR (WK-DUPH-FILE, ver
      * DUPREC.cob) e recusado inteiro: e o mesmo arquivo do
      * departamento submetido pela segunda vez. Registros fora de
      * qualquer lote (TRANFILEs gravados antes do controle existir)
      * sao criticados individualmente.
      * Saidas: TRANOK (arquivo limpo, sem registros de controle,
      * pronto para o CALCULADOR) e EDTRPT (relatorio de critica).
      * RETURN-CODE: 0 arquivo limpo sem rejeicao, 8 houve lote ou
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-EDIT-RPT-STATUS.

           SELECT WK-DUPH-FILE ASSIGN TO 'DUPHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-DUPH-KEY
               FILE STATUS IS WK-DUPH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WK-RAW-FILE.
       FD  WK-EDIT-RPT-FILE.
       01  WK-EDIT-RPT-RECORD          PIC X(100).

       FD  WK-DUPH-FILE.
           COPY 'DUPREC.cob'.

       WORKING-STORAGE SECTION.
       01  WK-RAW-FILE-STATUS          PIC X(02) VALUE '00'.
       01  WK-CLEAN-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-EDIT-RPT-STATUS          PIC X(02) VALUE '00'.
       01  WK-DUPH-FILE-STATUS         PIC X(02) VALUE '00'.

       01  WK-RAW-EOF-SW               PIC X(01) VALUE 'N'.
           88  WK-RAW-EOF              VALUE 'S'.
       01  WK-REC-VALID-SW             PIC X(01) VALUE 'S'.
           88  WK-REC-VALID            VALUE 'S'.
       01  WK-EDIT-REASON              PIC X(30) VALUE SPACES.
       01  WK-HIST-POS-SW              PIC X(01) VALUE 'N'.
           88  WK-HIST-POSITIONED      VALUE 'S'.
       01  WK-HIST-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WK-HIST-FOUND           VALUE 'S'.

      ******************************************************************
      * Tabela dos lotes encontrados no arquivo bruto: identificacao,
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WK-DUPH-FILE.
           IF WK-DUPH-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DUPHIST - STATUS '
                   WK-DUPH-FILE-STATUS
               CLOSE WK-RAW-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WK-CUR-EB.
           MOVE ZERO TO WK-REC-NO.
           PERFORM Read-Raw-Record.
           PERFORM Edit-One-Record UNTIL WK-RAW-EOF.
           CLOSE WK-RAW-FILE.
           CLOSE WK-DUPH-FILE.

       Read-Raw-Record.
           READ WK-RAW-FILE
                   MOVE 'LIMITE DE 50 LOTES EXCEDIDO'
                       TO WK-EDIT-RPT-RECORD
                   WRITE WK-EDIT-RPT-RECORD
                   CLOSE WK-RAW-FILE WK-EDIT-RPT-FILE WK-DUPH-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZERO TO WK-EB-HASH (WK-CUR-EB)
               MOVE 'S' TO WK-EB-OK-SW (WK-CUR-EB)
               MOVE 'N' TO WK-EB-TRL-SW (WK-CUR-EB)
               PERFORM Check-Batch-History
               IF WK-HIST-FOUND
                   MOVE SPACES TO WK-EDIT-REASON
                   STRING 'JA PROCESSADO ' WK-DUPH-DATE '/'
                       WK-DUPH-SEQ
                       DELIMITED BY SIZE INTO WK-EDIT-REASON
                   PERFORM Report-Batch-Error
                   MOVE 'N' TO WK-EB-OK-SW (WK-CUR-EB)
               END-IF
           END-IF.

      ******************************************************************
      * Procura o lote WK-CTL-BATCH-ID no historico de transacoes
      * processadas, posicionando na primeira chave do lote (lote +
      * data e sequencial zerados). Achado, WK-DUPH-DATE/WK-DUPH-SEQ
      * ficam com a data de movimento e o sequencial da primeira
      * transacao do lote ja processada, para o relatorio de critica.
      ******************************************************************
       Check-Batch-History.
           MOVE 'N' TO WK-HIST-FOUND-SW.
           MOVE 'S' TO WK-HIST-POS-SW.
           MOVE WK-CTL-BATCH-ID TO WK-DUPH-BATCH-ID.
           MOVE ZERO TO WK-DUPH-DATE.
           MOVE ZERO TO WK-DUPH-SEQ.
           START WK-DUPH-FILE KEY IS NOT LESS THAN WK-DUPH-KEY
               INVALID KEY
                   MOVE 'N' TO WK-HIST-POS-SW
           END-START.
           IF WK-HIST-POSITIONED
               READ WK-DUPH-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WK-HIST-POS-SW
               END-READ
           END-IF.
           IF WK-HIST-POSITIONED
               IF WK-DUPH-BATCH-ID = WK-CTL-BATCH-ID
                   MOVE 'S' TO WK-HIST-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * Critica individual do registro de dados: sequencial numerico,
      * nao duplicado e nao decrescente (lacuna so gera aviso - um
      * furo de numeracao nao impede o processamento), valores
      * numericos, tipo de transacao conhecido, nas manutencoes de
      * usuario com inclusao/alteracao, nivel dentro de ADM/USU/COL e,
      * na transferencia XFER, as contas de debito e de credito
      * informadas, no estorno REVS, a conta e a data/sequencial
      * numericos do lancamento original e, na aprovacao APRV, a
      * acao (A aprova/R recusa) e a data/sequencial numericos da
      * transacao retida. No DEPO/WITH o byte de acao vem em branco:
      * so o lote RECICLO do REJRECYC traz 'L' (liberado da critica
      * de submissao em dobro), e o 'O' de ordem permanente so e
      * gravado pelo STORDGEN, depois desta critica - qualquer outra
      * acao deixaria o departamento pular a critica de duplicata.
      ******************************************************************
       Validate-Data-Record.
           MOVE 'S' TO WK-REC-VALID-SW.
                       AND NOT WK-TRANS-IS-WITH
                       AND NOT WK-TRANS-IS-AMNT
                       AND NOT WK-TRANS-IS-RMNT
                       AND NOT WK-TRANS-IS-XFER
                       AND NOT WK-TRANS-IS-REVS
                       AND NOT WK-TRANS-IS-APRV
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WK-EDIT-REASON
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.
           IF WK-REC-VALID
               IF WK-TRANS-IS-XFER
                       AND (WK-TRANS-ACCOUNT = SPACES
                            OR WK-TRANS-XFER-ACCOUNT = SPACES)
                   MOVE 'XFER SEM AS DUAS CONTAS' TO WK-EDIT-REASON
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.
           IF WK-REC-VALID
               IF WK-TRANS-IS-REVS
                       AND (WK-TRANS-ACCOUNT = SPACES
                            OR WK-TRANS-REVS-DATE NOT NUMERIC
                            OR WK-TRANS-REVS-SEQ NOT NUMERIC)
                   MOVE 'REVS SEM REFERENCIA' TO WK-EDIT-REASON
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.
           IF WK-REC-VALID
               IF WK-TRANS-IS-APRV
                       AND ((WK-TRANS-UMNT-ACTION NOT = 'A'
                             AND WK-TRANS-UMNT-ACTION NOT = 'R')
                            OR WK-TRANS-APRV-DATE NOT NUMERIC
                            OR WK-TRANS-APRV-SEQ NOT NUMERIC)
                   MOVE 'APRV SEM REFERENCIA' TO WK-EDIT-REASON
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.
           IF WK-REC-VALID
               IF WK-TRANS-IS-UMNT
                       AND (WK-TRANS-UMNT-ACTION = 'A'
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.
           IF WK-REC-VALID
               IF (WK-TRANS-IS-DEPO OR WK-TRANS-IS-WITH)
                       AND WK-TRANS-UMNT-ACTION NOT = SPACE
                       AND (WK-TRANS-UMNT-ACTION NOT = 'L'
                            OR NOT WK-TRANS-IS-RECYCLE)
                   MOVE 'ACAO INVALIDA EM DEPO/WITH' TO WK-EDIT-REASON
                   MOVE 'N' TO WK-REC-VALID-SW
               END-IF
           END-IF.

      ******************************************************************
      * Guarda o numero da linha de um registro solto (fora de lote)
               MOVE 'EXCESSO DE REGISTROS REJEITADOS (LIMITE 500)'
                   TO WK-EDIT-RPT-RECORD
               WRITE WK-EDIT-RPT-RECORD
               CLOSE WK-RAW-FILE WK-EDIT-RPT-FILE WK-DUPH-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
