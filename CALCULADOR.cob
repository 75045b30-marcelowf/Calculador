               RECORD KEY IS WK-QUOTA-NAME
               FILE STATUS IS WK-QUOTA-FILE-STATUS.

           SELECT WK-PEND-FILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-PEND-KEY
               FILE STATUS IS WK-PEND-FILE-STATUS.

           SELECT WK-DUPH-FILE ASSIGN TO 'DUPHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-DUPH-KEY
               ALTERNATE RECORD KEY IS WK-DUPH-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WK-DUPH-FILE-STATUS.

           SELECT WK-RUNC-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-RUNC-KEY
               FILE STATUS IS WK-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILES.cob'.
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           05  WK-PARM-LEN                PIC S9(4) COMP.
           05  WK-PARM-TEXT                PIC X(47).

       PROCEDURE DIVISION USING WK-PARM-AREA.
       Start-Program.
               MOVE WK-PARM-MOVE-DATE-N TO WK-DATE
               DISPLAY 'DATA DE MOVIMENTO VIA PARM: ' WK-DATE
           END-IF.
           IF WK-PARM-LEN > 40
                   AND WK-PARM-APRV-LIMIT-N NUMERIC
                   AND WK-PARM-APRV-LIMIT-N NOT = ZERO
               MOVE WK-PARM-APRV-LIMIT-N TO WK-APRV-LIMIT
           END-IF.
           IF WK-PARM-LEN > 43
                   AND WK-PARM-APRV-DAYS-N NUMERIC
                   AND WK-PARM-APRV-DAYS-N NOT = ZERO
               MOVE WK-PARM-APRV-DAYS-N TO WK-APRV-DAYS
           END-IF.
           IF WK-PARM-LEN > 46
                   AND WK-PARM-DUP-DAYS-N NUMERIC
                   AND WK-PARM-DUP-DAYS-N NOT = ZERO
               MOVE WK-PARM-DUP-DAYS-N TO WK-DUP-DAYS
           END-IF.

      ******************************************************************
      * Carrega WK-RATE-TABLE a partir de WK-RATE-FILE (cotacao de cada
      * se houver checkpoint de uma execucao anterior, avanca ate o
      * numero sequencial ja processado (Skip-To-Checkpoint) - assim um
      * reinicio depois de um abend nao duplica o que ja foi gravado em
      * WK-RESULT-FILE/WK-LOG-FILE. Se o abend pegou uma transferencia
      * XFER no meio, o diario e conferido antes de abri-lo em EXTEND
      * (Count-Xfer-Journal) e a transferencia e desfeita ou
      * completada (Resolve-Xfer-In-Flight) antes da primeira
      * transacao - nunca fica so uma das pontas aplicada. Tambem antes
      * da primeira transacao, as pendencias de dupla alcada vencidas
      * expiram para o REJFILE (Expire-Pending-Items) - uma APRV que
      * chegue depois do prazo encontra a pendencia ja encerrada - e o
      * historico de submissao em dobro perde o que passou do prazo
      * de retencao (Purge-Dup-History). Antes de tudo, a data de
      * movimento e conferida contra o mes contabil fechado no controle
      * de execucao (Check-Period-Lock): lote com data em mes fechado
      * nao lanca nada.
      ******************************************************************
       Process-Batch.
           PERFORM Check-Period-Lock.
           PERFORM Read-Checkpoint.
           IF WK-RCV-PENDING
               PERFORM Count-Xfer-Journal
               PERFORM Count-Xfer-Result
           END-IF.
           OPEN INPUT WK-TRANS-FILE.
           IF WK-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANFILE - STATUS '
               PERFORM Abort-Program
           END-IF.
           MOVE 'S' TO WK-CKPT-FILE-OPEN-SW.
           OPEN I-O WK-PEND-FILE.
           IF WK-PEND-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PENDFILE - STATUS '
                   WK-PEND-FILE-STATUS
               MOVE 'FALHA DE ABERTURA DE ARQUIVO'
                   TO WK-ABORT-REASON
               PERFORM Abort-Program
           END-IF.
           MOVE 'S' TO WK-PEND-FILE-OPEN-SW.
           DISPLAY 'DUPLA ALCADA: LIMITE ' WK-APRV-LIMIT
               ' PRAZO ' WK-APRV-DAYS ' DIAS'.
           OPEN I-O WK-DUPH-FILE.
           IF WK-DUPH-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DUPHIST - STATUS '
                   WK-DUPH-FILE-STATUS
               MOVE 'FALHA DE ABERTURA DE ARQUIVO'
                   TO WK-ABORT-REASON
               PERFORM Abort-Program
           END-IF.
           MOVE 'S' TO WK-DUPH-FILE-OPEN-SW.
           DISPLAY 'SUBMISSAO EM DOBRO: HISTORICO DE ' WK-DUP-DAYS
               ' DIAS'.
           IF WK-RCV-PENDING
               PERFORM Resolve-Xfer-In-Flight
           END-IF.
           PERFORM Expire-Pending-Items.
           PERFORM Purge-Dup-History.
           PERFORM Read-Trans-Record.
           PERFORM Skip-To-Checkpoint
               UNTIL WK-TRANS-EOF OR WK-CUR-SEQ > WK-CKPT-LAST-SEQ.
                   MOVE WK-TRANS-RMNT-CUR   TO WK-RMNT-CUR
                   MOVE WK-TRANS-RMNT-VALUE TO WK-RMNT-VALUE
                   MOVE WK-TRANS-RMNT-EFF-DATE TO WK-RMNT-EFF-DATE
                   MOVE WK-TRANS-XFER-ACCOUNT TO WK-XFER-ACCOUNT
                   MOVE WK-TRANS-REVS-DATE  TO WK-REVS-REF-DATE
                   MOVE WK-TRANS-REVS-SEQ   TO WK-REVS-REF-SEQ
                   MOVE WK-TRANS-UMNT-ACTION TO WK-APRV-ACTION
                   MOVE WK-TRANS-APRV-DATE  TO WK-APRV-REF-DATE
                   MOVE WK-TRANS-APRV-SEQ   TO WK-APRV-REF-SEQ
                   MOVE WK-TRANS-USER       TO WK-TRANS-USER-WS
           END-READ.

      * da conta; UMNT manutem o WK-USER-FILE; AMNT manutem o mestre
      * de contas (abrir/congelar/encerrar); RMNT acrescenta cotacao
      * datada a WK-RATE-FILE; DEPO/WITH lancam contra o ledger de
      * conta corrente (WK-ACCOUNT-FILE); XFER transfere entre duas
      * contas do ledger; REVS estorna um DEPO/WITH ja lancado; APRV
      * aprova ou recusa uma transacao retida pela dupla alcada. Um
      * tipo que nao seja nenhum dos nove e rejeitado (TYPE-INV) - se
      * um tipo
      * digitado errado fosse processado como calculo, o registro
      * gravado ficaria invisivel para a conciliacao, que so confere
      * transacoes de tipo CALC. Qualquer transacao rejeitada vai para
      * operador que submeteu o job - sem isso, a trilha de auditoria
      * atribuiria ao submissor os calculos de tres departamentos
      * diferentes fundidos no mesmo TRANFILE.
      * Toda transacao aceita (inclusive a retida para a dupla alcada)
      * entra no historico de submissao em dobro (Record-Dup-History);
      * a APRV nao entra - a transacao que ela aprova ja entrou quando
      * foi retida, e sai de la se for recusada, expirar ou nao puder
      * ser efetivada (Drop-Pend-Dup-History), para que a
      * ressubmissao pela origem nao caia como DUPL-SUSP.
      ******************************************************************
       Process-One-Trans.
           MOVE SPACES TO WK-DUP-REF-BATCH.
           MOVE ZERO   TO WK-DUP-REF-DATE WK-DUP-REF-SEQ.
           PERFORM Set-Trans-Originator.
           IF WK-INPUT-VALID
               PERFORM Dispatch-One-Trans
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-TRANS-IS-APRV
               PERFORM Record-Dup-History
           END-IF.
           IF NOT WK-INPUT-VALID
               PERFORM Write-Reject-Record
           END-IF.
                   PERFORM Process-Rate-Maint-Trans
               WHEN WK-IS-DEPO-TRANS OR WK-IS-WITH-TRANS
                   PERFORM Process-Account-Trans
               WHEN WK-IS-XFER-TRANS
                   PERFORM Process-Xfer-Trans
               WHEN WK-IS-REVS-TRANS
                   PERFORM Process-Reversal-Trans
               WHEN WK-IS-APRV-TRANS
                   PERFORM Process-Approval-Trans
               WHEN WK-IS-CALC-TRANS
                   PERFORM Validate-Input
                   IF WK-INPUT-VALID
           ELSE
               MOVE ZERO TO WK-RESULT-VALUE
           END-IF.
           IF WK-IS-REVS-TRANS
               MOVE WK-REVS-REF-DATE-N TO WK-RESULT-REV-DATE
               MOVE WK-REVS-REF-SEQ-N  TO WK-RESULT-REV-SEQ
               MOVE WK-REVS-ORIG-TYPE  TO WK-RESULT-REV-TYPE
           ELSE
               MOVE ZERO   TO WK-RESULT-REV-DATE
               MOVE ZERO   TO WK-RESULT-REV-SEQ
               MOVE SPACES TO WK-RESULT-REV-TYPE
           END-IF.
           WRITE WK-RESULT-RECORD.

       Write-Log-Record.
           MOVE WK-UMNT-LEVEL        TO WK-REJECT-UMNT-LEVEL.
           MOVE WK-TRANS-USER-WS     TO WK-REJECT-USER.
           MOVE 'N'                  TO WK-REJECT-RECYCLED.
           MOVE WK-DUP-REF-BATCH     TO WK-REJECT-DUP-BATCH.
           MOVE WK-DUP-REF-DATE      TO WK-REJECT-DUP-DATE.
           MOVE WK-DUP-REF-SEQ       TO WK-REJECT-DUP-SEQ.
           WRITE WK-REJECT-RECORD.
           MOVE 4 TO WK-NEW-SEVERITY.
           PERFORM Raise-Severity.
       Store-Ckpt-Record.
           IF WK-CKPT-DATE = WK-DATE
               MOVE WK-CKPT-SEQ TO WK-CKPT-LAST-SEQ
               IF WK-CKPT-XFER-PENDING
                   MOVE 'S' TO WK-RCV-PENDING-SW
                   MOVE WK-CKPT-SEQ              TO WK-RCV-SEQ
                   MOVE WK-CKPT-XFER-DEBIT-ACCT  TO WK-RCV-DEBIT-ACCT
                   MOVE WK-CKPT-XFER-DEBIT-BAL   TO WK-RCV-DEBIT-BAL
                   MOVE WK-CKPT-XFER-CREDIT-ACCT TO WK-RCV-CREDIT-ACCT
                   MOVE WK-CKPT-XFER-CREDIT-BAL  TO WK-RCV-CREDIT-BAL
                   MOVE WK-CKPT-XFER-AMOUNT      TO WK-RCV-AMOUNT
                   MOVE WK-CKPT-XFER-USER        TO WK-RCV-USER
                   MOVE WK-CKPT-XFER-BATCH-ID    TO WK-RCV-BATCH-ID
                   MOVE WK-CKPT-XFER-PEND-DATE   TO WK-RCV-PEND-DATE
                   MOVE WK-CKPT-XFER-PEND-SEQ    TO WK-RCV-PEND-SEQ
                   MOVE WK-CKPT-XFER-APPROVER    TO WK-RCV-APPROVER
               ELSE
                   MOVE 'N' TO WK-RCV-PENDING-SW
               END-IF
           END-IF.
           PERFORM Read-Ckpt-Record.

           ADD 1 TO WK-CKPT-SINCE-LAST.
           IF WK-CKPT-SINCE-LAST >= WK-CKPT-INTERVAL
                   OR WK-IS-DEPO-TRANS OR WK-IS-WITH-TRANS
                   OR WK-IS-XFER-TRANS OR WK-IS-REVS-TRANS
                   OR WK-FORCE-CKPT
               PERFORM Write-Checkpoint-Record
               MOVE ZERO TO WK-CKPT-SINCE-LAST
           END-IF.
           MOVE 'N' TO WK-FORCE-CKPT-SW.

       Write-Checkpoint-Record.
           MOVE SPACES TO WK-CKPT-RECORD.
           MOVE WK-DATE TO WK-CKPT-DATE.
           MOVE WK-CUR-SEQ TO WK-CKPT-SEQ.
           WRITE WK-CKPT-RECORD.
           MOVE WK-CUR-SEQ TO WK-CKPT-LAST-SEQ.

      ******************************************************************
      * Estorno de um DEPO/WITH ja lancado via transacao REVS, somente
      * ADM: a transacao aponta para o lancamento original pela conta
      * (WK-ACCOUNT-NO) e pela data/sequencial dele no diario
      * (WK-REVS-REF-*). Antes, a unica correcao era digitar um
      * lancamento oposto sem vinculo nenhum com o original - e o
      * auditor via no extrato dois movimentos sem relacao. O diario
      * e varrido (Scan-Revs-Journal) para achar o original e para
      * recusar o estorno de um estorno (REVS-REVS), o estorno de
      * outro tipo de registro (REVS-TIPO), a referencia inexistente
      * (REVS-NF) ou ambigua (REVS-AMBIG - dois lancamentos com a
      * mesma conta/data/sequencial) e o segundo estorno do mesmo
      * lancamento (REVS-DUP). O lancamento oposto exato e entao
      * efetivado no mestre. O limite de credito NAO e conferido: o
      * estorno desfaz um lancamento que nao deveria ter existido, e
      * recusa-lo por saldo deixaria o erro original no saldo. O
      * estorno de um lancamento acima do limite de alcada fica retido
      * para a dupla alcada (Test-Dual-Control) - na aprovacao o diario
      * e varrido de novo, e um estorno ja feito nesse meio tempo
      * recusa este como REVS-DUP.
      ******************************************************************
       Process-Reversal-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
           MOVE SPACES TO WK-REJECT-REASON-CODE.
           IF NOT ADM
               DISPLAY 'ACESSO NEGADO PARA ESTORNO DE LANCAMENTO - '
                   WK-NAME
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'REVS-AUTH' TO WK-REJECT-REASON-CODE
           END-IF.
           IF WK-INPUT-VALID
               IF WK-ACCOUNT-NO = SPACES
                   DISPLAY 'ERRO: CONTA NAO INFORMADA NO ESTORNO - '
                       'SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-CONTA' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-REVS-REF-DATE NOT NUMERIC
                       OR WK-REVS-REF-SEQ NOT NUMERIC
                       OR WK-REVS-REF-DATE-N = ZERO
                   DISPLAY 'ERRO: REFERENCIA DO LANCAMENTO ORIGINAL '
                       'INVALIDA NO ESTORNO - SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-REF' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Scan-Revs-Journal
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Check-Revs-Original
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Read-Account-Record
               PERFORM Check-Account-Status
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Test-Dual-Control
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-HOLD-FOR-APPROVAL
               PERFORM Post-Reversal
           END-IF.

      ******************************************************************
      * Varre o diario atras do lancamento original e de um estorno
      * anterior dele. O WK-JRNL-FILE fica aberto em EXTEND durante o
      * lote: e fechado, lido do inicio e reaberto em EXTEND - o
      * fechamento tambem descarrega o que o proprio lote ja gravou,
      * entao um estorno de lancamento feito no mesmo lote (e um
      * segundo estorno dele, no mesmo lote) e enxergado. Estornos sao
      * raros; a varredura por estorno nao pesa na janela.
      ******************************************************************
       Scan-Revs-Journal.
           MOVE ZERO   TO WK-REVS-MATCH-COUNT.
           MOVE SPACES TO WK-REVS-ORIG-TYPE.
           MOVE ZERO   TO WK-REVS-ORIG-AMOUNT.
           MOVE 'N'    TO WK-REVS-HIT-REVS-SW.
           MOVE 'N'    TO WK-REVS-HIT-OTHER-SW.
           MOVE 'N'    TO WK-REVS-DONE-SW.
           CLOSE WK-JRNL-FILE.
           MOVE 'N' TO WK-JRNL-FILE-OPEN-SW.
           MOVE 'N' TO WK-JRNL-EOF-SW.
           OPEN INPUT WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS = '00'
               PERFORM Read-Jrnl-Input-Record
               PERFORM Match-Revs-Jrnl UNTIL WK-JRNL-EOF
               CLOSE WK-JRNL-FILE
           ELSE
               DISPLAY 'ERRO AO ABRIR JRNFILE PARA ESTORNO - STATUS '
                   WK-JRNL-FILE-STATUS
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'REVS-ARQ' TO WK-REJECT-REASON-CODE
           END-IF.
           OPEN EXTEND WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR JRNFILE - STATUS '
                   WK-JRNL-FILE-STATUS
               MOVE 'FALHA DE REABERTURA DO DIARIO DE MOVIMENTO'
                   TO WK-ABORT-REASON
               PERFORM Abort-Program
           END-IF.
           MOVE 'S' TO WK-JRNL-FILE-OPEN-SW.

       Match-Revs-Jrnl.
           IF WK-JRNL-ACCOUNT = WK-ACCOUNT-NO
               IF WK-JRNL-DATE = WK-REVS-REF-DATE-N
                       AND WK-JRNL-SEQ = WK-REVS-REF-SEQ-N
                   EVALUATE TRUE
                       WHEN WK-JRNL-IS-DEPO OR WK-JRNL-IS-WITH
                           ADD 1 TO WK-REVS-MATCH-COUNT
                           MOVE WK-JRNL-TYPE   TO WK-REVS-ORIG-TYPE
                           MOVE WK-JRNL-AMOUNT TO WK-REVS-ORIG-AMOUNT
                       WHEN WK-JRNL-IS-REVERSAL
                           MOVE 'S' TO WK-REVS-HIT-REVS-SW
                       WHEN OTHER
                           MOVE 'S' TO WK-REVS-HIT-OTHER-SW
                   END-EVALUATE
               END-IF
               IF WK-JRNL-IS-REVERSAL
                       AND WK-JRNL-REV-DATE = WK-REVS-REF-DATE-N
                       AND WK-JRNL-REV-SEQ = WK-REVS-REF-SEQ-N
                   MOVE 'S' TO WK-REVS-DONE-SW
                   MOVE WK-JRNL-DATE TO WK-REVS-DONE-DATE
                   MOVE WK-JRNL-SEQ  TO WK-REVS-DONE-SEQ
               END-IF
           END-IF.
           PERFORM Read-Jrnl-Input-Record.

       Check-Revs-Original.
           EVALUATE TRUE
               WHEN WK-REVS-MATCH-COUNT = ZERO AND WK-REVS-HIT-REVS
                   DISPLAY 'ERRO: LANCAMENTO REFERENCIADO JA E UM '
                       'ESTORNO - CONTA=' WK-ACCOUNT-NO
                       ' SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-REVS' TO WK-REJECT-REASON-CODE
               WHEN WK-REVS-MATCH-COUNT = ZERO AND WK-REVS-HIT-OTHER
                   DISPLAY 'ERRO: SO DEPO/WITH PODEM SER ESTORNADOS - '
                       'CONTA=' WK-ACCOUNT-NO ' SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-TIPO' TO WK-REJECT-REASON-CODE
               WHEN WK-REVS-MATCH-COUNT = ZERO
                   DISPLAY 'ERRO: LANCAMENTO ORIGINAL NAO ENCONTRADO '
                       'NO DIARIO - CONTA=' WK-ACCOUNT-NO
                       ' DATA=' WK-REVS-REF-DATE
                       ' SEQ.ORIG=' WK-REVS-REF-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-NF' TO WK-REJECT-REASON-CODE
               WHEN WK-REVS-MATCH-COUNT > 1
                   DISPLAY 'ERRO: REFERENCIA DE ESTORNO AMBIGUA - '
                       'CONTA=' WK-ACCOUNT-NO
                       ' DATA=' WK-REVS-REF-DATE
                       ' SEQ.ORIG=' WK-REVS-REF-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-AMBIG' TO WK-REJECT-REASON-CODE
               WHEN WK-REVS-DONE
                   DISPLAY 'ERRO: LANCAMENTO JA ESTORNADO EM '
                       WK-REVS-DONE-DATE ' SEQ ' WK-REVS-DONE-SEQ
                       ' - CONTA=' WK-ACCOUNT-NO
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'REVS-DUP' TO WK-REJECT-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Lanca o oposto exato do original: estorno de DEPO debita o
      * valor, estorno de WITH credita. O valor estornado passa a ser
      * o WK-N01 da transacao, para o RESTFILE e o log registrarem o
      * que foi movido.
      ******************************************************************
       Post-Reversal.
           IF WK-REVS-ORIG-DEPO
               COMPUTE WK-REVS-NEW-BALANCE =
                   WK-ACCT-BALANCE - WK-REVS-ORIG-AMOUNT
                   ON SIZE ERROR
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'ACCT-OVRFLW' TO WK-REJECT-REASON-CODE
               END-COMPUTE
           ELSE
               COMPUTE WK-REVS-NEW-BALANCE =
                   WK-ACCT-BALANCE + WK-REVS-ORIG-AMOUNT
                   ON SIZE ERROR
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'ACCT-OVRFLW' TO WK-REJECT-REASON-CODE
               END-COMPUTE
           END-IF.
           IF NOT WK-INPUT-VALID
               DISPLAY 'ERRO: SALDO FORA DA FAIXA - CONTA='
                   WK-ACCT-NUMBER
           ELSE
               MOVE WK-REVS-NEW-BALANCE TO WK-ACCT-BALANCE
               MOVE WK-DATE TO WK-ACCT-LAST-DATE
               REWRITE WK-ACCOUNT-RECORD
               MOVE WK-REVS-ORIG-AMOUNT TO WK-N01
               PERFORM Write-Reversal-Journal
               MOVE WK-ACCT-BALANCE TO WK-RES
               MOVE 'MON' TO WK-PREC-MODE
               PERFORM Format-Result
               PERFORM Display-Result
           END-IF.

       Write-Reversal-Journal.
           MOVE WK-ACCT-NUMBER      TO WK-JRNL-ACCOUNT.
           MOVE WK-DATE             TO WK-JRNL-DATE.
           MOVE WK-CUR-SEQ          TO WK-JRNL-SEQ.
           MOVE 'REVS'              TO WK-JRNL-TYPE.
           MOVE WK-REVS-ORIG-AMOUNT TO WK-JRNL-AMOUNT.
           MOVE WK-ACCT-BALANCE     TO WK-JRNL-BALANCE.
           MOVE WK-NAME             TO WK-JRNL-USER.
           MOVE SPACES              TO WK-JRNL-XFER-ACCOUNT.
           MOVE WK-REVS-REF-DATE-N  TO WK-JRNL-REV-DATE.
           MOVE WK-REVS-REF-SEQ-N   TO WK-JRNL-REV-SEQ.
           MOVE WK-REVS-ORIG-TYPE   TO WK-JRNL-REV-TYPE.
           WRITE WK-JRNL-RECORD.

      ******************************************************************
      * Reinicio com transferencia em curso (o ultimo checkpoint de
      * hoje e o de uma XFER, gravado antes das regravacoes): conta no
      * diario quantos registros daquela data/sequencial chegaram a
      * ser gravados. O diario so e gravado depois das DUAS contas
      * regravadas, entao a contagem diz ate onde a transferencia foi.
      ******************************************************************
       Count-Xfer-Journal.
           MOVE ZERO TO WK-RCV-JRNL-COUNT.
           MOVE 'N' TO WK-JRNL-EOF-SW.
           OPEN INPUT WK-JRNL-FILE.
           IF WK-JRNL-FILE-STATUS = '00'
               PERFORM Read-Jrnl-Input-Record
               PERFORM Count-One-Rcv-Jrnl UNTIL WK-JRNL-EOF
               CLOSE WK-JRNL-FILE
           END-IF.

       Read-Jrnl-Input-Record.
           READ WK-JRNL-FILE
               AT END
                   MOVE 'S' TO WK-JRNL-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Count-One-Rcv-Jrnl.
           IF WK-JRNL-DATE = WK-DATE AND WK-JRNL-SEQ = WK-RCV-SEQ
                   AND (WK-JRNL-IS-XFER-OUT OR WK-JRNL-IS-XFER-IN)
               ADD 1 TO WK-RCV-JRNL-COUNT
           END-IF.
           PERFORM Read-Jrnl-Input-Record.

      ******************************************************************
      * Com a transferencia em curso, confere tambem no RESTFILE, antes
      * de abri-lo em EXTEND, se o resultado daquela data/sequencial
      * chegou a ser gravado: o resultado, o log e a auditoria sao
      * gravados juntos logo depois do XFCR, entao diario completo sem
      * resultado quer dizer que o job caiu entre os dois.
      ******************************************************************
       Count-Xfer-Result.
           MOVE ZERO TO WK-RCV-RESULT-COUNT.
           MOVE 'N' TO WK-RCV-RESULT-EOF-SW.
           OPEN INPUT WK-RESULT-FILE.
           IF WK-RESULT-FILE-STATUS = '00'
               PERFORM Read-Result-Input-Record
               PERFORM Count-One-Rcv-Result UNTIL WK-RCV-RESULT-EOF
               CLOSE WK-RESULT-FILE
           END-IF.

       Read-Result-Input-Record.
           READ WK-RESULT-FILE
               AT END
                   MOVE 'S' TO WK-RCV-RESULT-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Count-One-Rcv-Result.
           IF WK-RESULT-DATE = WK-DATE AND WK-RESULT-SEQ = WK-RCV-SEQ
                   AND WK-RESULT-TYPE = 'XFER'
               ADD 1 TO WK-RCV-RESULT-COUNT
           END-IF.
           PERFORM Read-Result-Input-Record.

      ******************************************************************
      * Resolve a transferencia em curso antes da primeira transacao
      * do reinicio, conforme o que o diario mostrou:
      *   - nenhum registro: as regravacoes podem ter acontecido ou
      *     nao - as duas contas voltam ao saldo de antes guardado no
      *     checkpoint e a XFER e reprocessada do zero (o ponto de
      *     reinicio fica no sequencial anterior a ela);
      *   - so o XFDB: as duas contas ja estavam regravadas - falta o
      *     XFCR, que e gravado aqui com os dados do checkpoint;
      *   - os dois: a transferencia estava completa no diario.
      * Nos dois ultimos casos a XFER nao sera reprocessada: o que o
      * fluxo normal gravaria depois do diario e gravado aqui
      * (Complete-Recovered-Xfer) - resultado, log e auditoria, se o
      * RESTFILE ainda nao tem o resultado dela, o historico de
      * submissao em dobro e, se ela era a efetivacao de uma
      * aprovacao, o encerramento da pendencia. So entao um
      * checkpoint normal e gravado, para que um segundo abend nao
      * resolva a mesma XFER de novo. O desfecho sai no relatorio de
      * controle.
      ******************************************************************
       Resolve-Xfer-In-Flight.
           EVALUATE WK-RCV-JRNL-COUNT
               WHEN ZERO
                   DISPLAY 'REINICIO: TRANSFERENCIA SEQ=' WK-RCV-SEQ
                       ' DESFEITA PARA REPROCESSAMENTO'
                   MOVE WK-RCV-DEBIT-ACCT TO WK-ACCT-NUMBER
                   MOVE WK-RCV-DEBIT-BAL  TO WK-RCV-RESTORE-BAL
                   PERFORM Restore-Xfer-Balance
                   MOVE WK-RCV-CREDIT-ACCT TO WK-ACCT-NUMBER
                   MOVE WK-RCV-CREDIT-BAL  TO WK-RCV-RESTORE-BAL
                   PERFORM Restore-Xfer-Balance
                   SUBTRACT 1 FROM WK-RCV-SEQ GIVING WK-CKPT-LAST-SEQ
                   MOVE 'D' TO WK-RCV-OUTCOME
               WHEN 1
                   DISPLAY 'REINICIO: TRANSFERENCIA SEQ=' WK-RCV-SEQ
                       ' COMPLETADA NO DIARIO'
                   MOVE WK-RCV-CREDIT-ACCT TO WK-JRNL-ACCOUNT
                   MOVE WK-DATE            TO WK-JRNL-DATE
                   MOVE WK-RCV-SEQ         TO WK-JRNL-SEQ
                   MOVE 'XFCR'             TO WK-JRNL-TYPE
                   MOVE WK-RCV-AMOUNT      TO WK-JRNL-AMOUNT
                   COMPUTE WK-JRNL-BALANCE =
                       WK-RCV-CREDIT-BAL + WK-RCV-AMOUNT
                   MOVE WK-RCV-USER        TO WK-JRNL-USER
                   MOVE WK-RCV-DEBIT-ACCT  TO WK-JRNL-XFER-ACCOUNT
                   MOVE ZERO               TO WK-JRNL-REV-DATE
                   MOVE ZERO               TO WK-JRNL-REV-SEQ
                   MOVE SPACES             TO WK-JRNL-REV-TYPE
                   WRITE WK-JRNL-RECORD
                   PERFORM Complete-Recovered-Xfer
               WHEN OTHER
                   PERFORM Complete-Recovered-Xfer
           END-EVALUATE.
           MOVE SPACES TO WK-CKPT-RECORD.
           MOVE WK-DATE TO WK-CKPT-DATE.
           MOVE WK-CKPT-LAST-SEQ TO WK-CKPT-SEQ.
           WRITE WK-CKPT-RECORD.
           MOVE 'N' TO WK-RCV-PENDING-SW.

       Complete-Recovered-Xfer.
           MOVE WK-RCV-SEQ         TO WK-CUR-SEQ.
           MOVE WK-RCV-BATCH-ID    TO WK-BATCH-ID.
           MOVE 'XFER'             TO WK-TRANS-TYPE-WS.
           MOVE WK-RCV-AMOUNT      TO WK-N01.
           MOVE SPACES             TO WK-SIN.
           MOVE ZERO               TO WK-N02.
           MOVE WK-RCV-DEBIT-ACCT  TO WK-ACCOUNT-NO.
           MOVE WK-RCV-CREDIT-ACCT TO WK-XFER-ACCOUNT.
           MOVE WK-RCV-USER        TO WK-TRANS-USER-WS.
           MOVE WK-RCV-USER        TO WK-NAME.
           PERFORM Lookup-User.
           IF WK-USER-FOUND
               MOVE WK-USER-LEVEL TO WK-LEVEL
           END-IF.
           IF WK-RCV-RESULT-COUNT = ZERO
               COMPUTE WK-RES = WK-RCV-DEBIT-BAL - WK-RCV-AMOUNT
               MOVE 'MON' TO WK-PREC-MODE
               PERFORM Format-Result
               PERFORM Display-Result
           END-IF.
           IF WK-RCV-PEND-DATE NUMERIC AND WK-RCV-PEND-DATE-N > ZERO
               PERFORM Close-Recovered-Pend
           ELSE
               PERFORM Record-Dup-History
           END-IF.
           PERFORM Restore-Submitter.
           MOVE WK-RCV-SEQ TO WK-CKPT-LAST-SEQ.
           MOVE 'C' TO WK-RCV-OUTCOME.

      ******************************************************************
      * A transferencia recuperada era a efetivacao de uma aprovacao:
      * a APRV que a efetivou nao sera reprocessada, entao a pendencia
      * e encerrada aqui como aprovada, em nome do aprovador guardado
      * no checkpoint - senao ela ficaria pendente e poderia ser
      * aprovada (e a transferencia lancada) uma segunda vez.
      ******************************************************************
       Close-Recovered-Pend.
           MOVE WK-RCV-PEND-DATE-N TO WK-PEND-DATE.
           MOVE WK-RCV-PEND-SEQ-N  TO WK-PEND-SEQ.
           READ WK-PEND-FILE
               INVALID KEY
                   DISPLAY 'AVISO: PENDENCIA DA TRANSFERENCIA NAO '
                       'ENCONTRADA NO REINICIO - ' WK-RCV-PEND-DATE
                       '/' WK-RCV-PEND-SEQ
               NOT INVALID KEY
                   IF WK-PEND-IS-PENDING
                       MOVE 'A'             TO WK-PEND-STATUS
                       MOVE WK-RCV-APPROVER TO WK-PEND-DECISION-USER
                       MOVE WK-DATE         TO WK-PEND-DECISION-DATE
                       MOVE WK-RCV-SEQ      TO WK-PEND-DECISION-SEQ
                       REWRITE WK-PEND-RECORD
                       ADD 1 TO WK-APPROVED-COUNT
                   END-IF
           END-READ.

       Restore-Xfer-Balance.
           READ WK-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'AVISO: CONTA DA TRANSFERENCIA NAO '
                       'ENCONTRADA NO REINICIO - ' WK-ACCT-NUMBER
               NOT INVALID KEY
                   MOVE WK-RCV-RESTORE-BAL TO WK-ACCT-BALANCE
                   REWRITE WK-ACCOUNT-RECORD
           END-READ.

      ******************************************************************
      * Marca o fim normal do lote gravando um registro de checkpoint
      * com sequencial ZERO (e a data de hoje) no proprio arquivo ja
      * "limpeza" por reabertura so funcionaria fora do ambiente alvo.
      ******************************************************************
       Write-Ckpt-Complete-Marker.
           MOVE SPACES TO WK-CKPT-RECORD.
           MOVE WK-DATE TO WK-CKPT-DATE.
           MOVE ZERO TO WK-CKPT-SEQ.
           WRITE WK-CKPT-RECORD.
      * movimenta saldo persistente. A conta informada precisa existir
      * no mestre e estar ABERTA (ver Check-Account-Status): DEPO nao
      * abre mais conta em silencio - abertura e so por transacao
      * AMNT de nivel ADM. Um lancamento acima do limite de alcada
      * (WK-APRV-LIMIT) ja criticado NAO e efetivado: fica retido
      * para aprovacao de um segundo ADM (Test-Dual-Control); o saldo
      * e conferido de novo na efetivacao da aprovacao. Antes da
      * dupla alcada, o lancamento e conferido contra o historico de
      * transacoes processadas (Test-Duplicate-Submission): a mesma
      * conta, tipo e valor vindos de outro lote ou de outro dia vao
      * para o REJFILE como suspeita de submissao em dobro, salvo na
      * efetivacao de uma aprovacao ou quando a transacao traz a
      * liberacao 'L' no lote RECICLO (reciclada pelo REJRECYC
      * depois de conferida).
      ******************************************************************
       Process-Account-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
               PERFORM Read-Account-Record
               PERFORM Check-Account-Status
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-APRV-POSTING
                   AND NOT (WK-DUP-RELEASED AND WK-RECYCLE-BATCH)
               PERFORM Test-Duplicate-Submission
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Test-Dual-Control
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-HOLD-FOR-APPROVAL
               IF WK-IS-DEPO-TRANS
                   PERFORM Post-Deposit
               ELSE
           MOVE WK-N01           TO WK-JRNL-AMOUNT.
           MOVE WK-ACCT-BALANCE  TO WK-JRNL-BALANCE.
           MOVE WK-NAME          TO WK-JRNL-USER.
           MOVE SPACES           TO WK-JRNL-XFER-ACCOUNT.
           MOVE ZERO             TO WK-JRNL-REV-DATE.
           MOVE ZERO             TO WK-JRNL-REV-SEQ.
           MOVE SPACES           TO WK-JRNL-REV-TYPE.
           WRITE WK-JRNL-RECORD.

      ******************************************************************
      * Transferencia entre duas contas do mestre via transacao XFER:
      * WK-ACCOUNT-NO e a conta de debito, WK-XFER-ACCOUNT a de
      * credito e WK-N01 o valor. Substitui o par WITH + DEPO digitado
      * a mao, em que o WITH passava, o DEPO era rejeitado e o
      * dinheiro sumia ate alguem notar. Mesmas regras de nivel e de
      * valor do DEPO/WITH; as DUAS contas sao lidas e criticadas -
      * situacao de cada uma, limite de credito da conta de debito,
      * estouro de saldo na de credito - antes de qualquer regravacao:
      * ou as duas pontas sao lancadas, ou nenhuma (a transacao vai
      * inteira para o REJFILE com o motivo da ponta que falhou). A
      * transferencia acima do limite de alcada fica retida para a
      * dupla alcada (Test-Dual-Control), como o DEPO/WITH; as duas
      * contas sao lidas e criticadas de novo na aprovacao.
      ******************************************************************
       Process-Xfer-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
           MOVE SPACES TO WK-REJECT-REASON-CODE.
           IF NOT ADM AND NOT USER
               DISPLAY 'ACESSO NEGADO PARA TRANSFERENCIA ENTRE '
                   'CONTAS - ' WK-NAME
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'ACCT-AUTH' TO WK-REJECT-REASON-CODE
           END-IF.
           IF WK-INPUT-VALID
               IF WK-ACCOUNT-NO = SPACES
                   DISPLAY 'ERRO: CONTA DE DEBITO NAO INFORMADA NA '
                       'TRANSFERENCIA - SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'ACCT-CONTA' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-XFER-ACCOUNT = SPACES
                   DISPLAY 'ERRO: CONTA DE CREDITO NAO INFORMADA NA '
                       'TRANSFERENCIA - SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'XFER-CONTA' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-XFER-ACCOUNT = WK-ACCOUNT-NO
                   DISPLAY 'ERRO: TRANSFERENCIA PARA A PROPRIA CONTA '
                       '- CONTA=' WK-ACCOUNT-NO ' SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'XFER-MESMA' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-N01 NOT NUMERIC
                   DISPLAY 'ERRO: VALOR INFORMADO NAO E NUMERICO - '
                       'N01=' WK-N01
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'NUMERIC' TO WK-REJECT-REASON-CODE
               ELSE
                   IF WK-N01 NOT > ZERO
                       DISPLAY 'ERRO: VALOR DE LANCAMENTO DEVE SER '
                           'POSITIVO - N01=' WK-N01
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'ACCT-NUM' TO WK-REJECT-REASON-CODE
                   END-IF
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Check-Xfer-Debit-Side
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Check-Xfer-Credit-Side
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Test-Dual-Control
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-HOLD-FOR-APPROVAL
               PERFORM Post-Transfer
           END-IF.

      ******************************************************************
      * Ponta de debito: a conta precisa estar ABERTA no mestre (os
      * mesmos motivos do DEPO/WITH) e o valor nao pode passar do
      * saldo mais o limite de credito (ACCT-NSF, a regra do WITH).
      ******************************************************************
       Check-Xfer-Debit-Side.
           PERFORM Read-Account-Record.
           PERFORM Check-Account-Status.
           IF WK-INPUT-VALID
               IF WK-N01 > WK-ACCT-BALANCE + WK-ACCT-CRED-LIMIT
                   DISPLAY 'ERRO: SALDO INSUFICIENTE PARA A '
                       'TRANSFERENCIA - CONTA=' WK-ACCOUNT-NO
                       ' SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'ACCT-NSF' TO WK-REJECT-REASON-CODE
               ELSE
                   MOVE WK-ACCOUNT-RECORD TO WK-XFER-DEBIT-RECORD
                   MOVE WK-ACCT-BALANCE   TO WK-XFER-DEBIT-BEFORE
                   COMPUTE WK-XFER-DEBIT-AFTER =
                       WK-ACCT-BALANCE - WK-N01
               END-IF
           END-IF.

      ******************************************************************
      * Ponta de credito: motivos proprios (XFER-CR-...), para a
      * origem saber que foi a conta de DESTINO que impediu a
      * transferencia; um saldo que estoure a capacidade do campo e
      * recusado como no deposito (ACCT-OVRFLW).
      ******************************************************************
       Check-Xfer-Credit-Side.
           MOVE WK-XFER-ACCOUNT TO WK-ACCT-NUMBER.
           READ WK-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WK-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-ACCT-FOUND-SW
           END-READ.
           IF NOT WK-ACCT-FOUND
               DISPLAY 'ERRO: CONTA DE CREDITO NAO ABERTA NO MESTRE '
                   '- CONTA=' WK-XFER-ACCOUNT ' SEQ=' WK-CUR-SEQ
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'XFER-CR-NF' TO WK-REJECT-REASON-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WK-ACCT-IS-FROZEN
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'XFER-CR-CNG' TO WK-REJECT-REASON-CODE
                   WHEN WK-ACCT-IS-CLOSED
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'XFER-CR-ENC' TO WK-REJECT-REASON-CODE
                   WHEN WK-ACCT-IS-OPEN
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'XFER-CR-SIT' TO WK-REJECT-REASON-CODE
               END-EVALUATE
           END-IF.
           IF WK-INPUT-VALID
               COMPUTE WK-XFER-CREDIT-AFTER =
                   WK-ACCT-BALANCE + WK-N01
                   ON SIZE ERROR
                       DISPLAY 'ERRO: SALDO FORA DA FAIXA - CONTA='
                           WK-XFER-ACCOUNT
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'ACCT-OVRFLW' TO WK-REJECT-REASON-CODE
                   NOT ON SIZE ERROR
                       MOVE WK-ACCOUNT-RECORD TO WK-XFER-CREDIT-RECORD
                       MOVE WK-ACCT-BALANCE TO WK-XFER-CREDIT-BEFORE
               END-COMPUTE
           END-IF.

      ******************************************************************
      * Efetiva a transferencia ja criticada. Antes de tocar o mestre,
      * grava o checkpoint de transferencia em curso (contas e saldos
      * de antes): um abend entre as duas regravacoes e resolvido no
      * reinicio por Resolve-Xfer-In-Flight. Se a regravacao da
      * segunda conta falhar, a primeira volta a imagem de antes e a
      * transferencia inteira e rejeitada (XFER-REGRV). O diario so e
      * gravado com as duas contas ja regravadas - primeiro o XFDB,
      * depois o XFCR, cada um apontando para a outra conta.
      ******************************************************************
       Post-Transfer.
           PERFORM Write-Xfer-Pending-Ckpt.
           MOVE WK-XFER-DEBIT-RECORD TO WK-ACCOUNT-RECORD.
           MOVE WK-XFER-DEBIT-AFTER  TO WK-ACCT-BALANCE.
           MOVE WK-DATE              TO WK-ACCT-LAST-DATE.
           REWRITE WK-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO: FALHA NA REGRAVACAO DA CONTA DE '
                       'DEBITO - CONTA=' WK-ACCOUNT-NO
                       ' STATUS ' WK-ACCOUNT-FILE-STATUS
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'XFER-REGRV' TO WK-REJECT-REASON-CODE
           END-REWRITE.
           IF WK-INPUT-VALID
               MOVE WK-XFER-CREDIT-RECORD TO WK-ACCOUNT-RECORD
               MOVE WK-XFER-CREDIT-AFTER  TO WK-ACCT-BALANCE
               MOVE WK-DATE               TO WK-ACCT-LAST-DATE
               REWRITE WK-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO: FALHA NA REGRAVACAO DA CONTA DE '
                           'CREDITO - CONTA=' WK-XFER-ACCOUNT
                           ' STATUS ' WK-ACCOUNT-FILE-STATUS
                       MOVE 'N' TO WK-INPUT-VALID-SW
                       MOVE 'XFER-REGRV' TO WK-REJECT-REASON-CODE
                       MOVE WK-XFER-DEBIT-RECORD TO WK-ACCOUNT-RECORD
                       REWRITE WK-ACCOUNT-RECORD
               END-REWRITE
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Write-Xfer-Journal-Pair
               MOVE WK-XFER-DEBIT-AFTER TO WK-RES
               MOVE 'MON' TO WK-PREC-MODE
               PERFORM Format-Result
               PERFORM Display-Result
           END-IF.

       Write-Xfer-Journal-Pair.
           MOVE WK-ACCOUNT-NO        TO WK-JRNL-ACCOUNT.
           MOVE WK-DATE              TO WK-JRNL-DATE.
           MOVE WK-CUR-SEQ           TO WK-JRNL-SEQ.
           MOVE 'XFDB'               TO WK-JRNL-TYPE.
           MOVE WK-N01               TO WK-JRNL-AMOUNT.
           MOVE WK-XFER-DEBIT-AFTER  TO WK-JRNL-BALANCE.
           MOVE WK-NAME              TO WK-JRNL-USER.
           MOVE WK-XFER-ACCOUNT      TO WK-JRNL-XFER-ACCOUNT.
           MOVE ZERO                 TO WK-JRNL-REV-DATE.
           MOVE ZERO                 TO WK-JRNL-REV-SEQ.
           MOVE SPACES               TO WK-JRNL-REV-TYPE.
           WRITE WK-JRNL-RECORD.
           MOVE WK-XFER-ACCOUNT      TO WK-JRNL-ACCOUNT.
           MOVE WK-DATE              TO WK-JRNL-DATE.
           MOVE WK-CUR-SEQ           TO WK-JRNL-SEQ.
           MOVE 'XFCR'               TO WK-JRNL-TYPE.
           MOVE WK-N01               TO WK-JRNL-AMOUNT.
           MOVE WK-XFER-CREDIT-AFTER TO WK-JRNL-BALANCE.
           MOVE WK-NAME              TO WK-JRNL-USER.
           MOVE WK-ACCOUNT-NO        TO WK-JRNL-XFER-ACCOUNT.
           WRITE WK-JRNL-RECORD.

       Write-Xfer-Pending-Ckpt.
           MOVE SPACES                TO WK-CKPT-RECORD.
           MOVE WK-DATE               TO WK-CKPT-DATE.
           MOVE WK-CUR-SEQ            TO WK-CKPT-SEQ.
           MOVE 'X'                   TO WK-CKPT-XFER-SW.
           MOVE WK-ACCOUNT-NO         TO WK-CKPT-XFER-DEBIT-ACCT.
           MOVE WK-XFER-DEBIT-BEFORE  TO WK-CKPT-XFER-DEBIT-BAL.
           MOVE WK-XFER-ACCOUNT       TO WK-CKPT-XFER-CREDIT-ACCT.
           MOVE WK-XFER-CREDIT-BEFORE TO WK-CKPT-XFER-CREDIT-BAL.
           MOVE WK-N01                TO WK-CKPT-XFER-AMOUNT.
           MOVE WK-NAME               TO WK-CKPT-XFER-USER.
           MOVE WK-BATCH-ID           TO WK-CKPT-XFER-BATCH-ID.
           IF WK-APRV-POSTING
               MOVE WK-PEND-DATE      TO WK-CKPT-XFER-PEND-DATE
               MOVE WK-PEND-SEQ       TO WK-CKPT-XFER-PEND-SEQ
               MOVE WK-APRV-APPROVER  TO WK-CKPT-XFER-APPROVER
           ELSE
               MOVE ZERO              TO WK-CKPT-XFER-PEND-DATE
               MOVE ZERO              TO WK-CKPT-XFER-PEND-SEQ
               MOVE SPACES            TO WK-CKPT-XFER-APPROVER
           END-IF.
           WRITE WK-CKPT-RECORD.

      ******************************************************************
      * Manutencao do mestre de contas via transacao AMNT do TRANFILE,
      * no mesmo fluxo da UMNT: so o nivel ADM abre, congela ou
      * buraco de cadastro que o mestre existe para fechar), o limite
      * de credito vem de WK-N01 e o saldo nasce zerado. Cada
      * manutencao efetuada e gravada em WK-USRLOG-FILE, com o numero
      * da conta no campo de alvo. Toda AMNT com conta e acao validas
      * fica retida para a dupla alcada (Test-Dual-Control); o dono,
      * o limite de credito e a situacao da conta sao criticados na
      * efetivacao da aprovacao.
      ******************************************************************
       Process-Acct-Maint-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF NOT WK-AMNT-OPEN AND NOT WK-AMNT-FREEZE
                       AND NOT WK-AMNT-CLOSE
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'AMNT-ACAO' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Test-Dual-Control
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-HOLD-FOR-APPROVAL
               EVALUATE TRUE
                   WHEN WK-AMNT-OPEN
                       PERFORM Open-Account-Record
      * lote, e grava quem incluiu o que em WK-RATLOG-FILE. O arquivo
      * de cotacao e aberto em EXTEND so pelo tempo da gravacao - as
      * inclusoes sao raras e o arquivo fica livre para os demais
      * passos do dia. Toda RMNT ja criticada fica retida para a dupla
      * alcada (Test-Dual-Control) e so e acrescentada ao arquivo de
      * cotacao na efetivacao da aprovacao.
      ******************************************************************
       Process-Rate-Maint-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Test-Dual-Control
           END-IF.
           IF WK-INPUT-VALID AND NOT WK-HOLD-FOR-APPROVAL
               PERFORM Append-Rate-Record
           END-IF.

           MOVE SPACES         TO WK-USRLOG-TARGET-LEVEL.
           WRITE WK-USRLOG-RECORD.

      ******************************************************************
      * Dupla alcada: decide se a transacao corrente, ja criticada,
      * e efetivada agora ou retida para aprovacao - todo AMNT/RMNT e
      * todo DEPO/WITH/XFER acima de WK-APRV-LIMIT sao retidos, e o
      * REVS cujo lancamento original (WK-REVS-ORIG-AMOUNT, o valor
      * que o estorno move) passa do limite. A transacao que esta
      * sendo efetivada por uma aprovacao (WK-APRV-POSTING) nunca e
      * retida de novo.
      ******************************************************************
       Test-Dual-Control.
           MOVE 'N' TO WK-HOLD-SW.
           IF NOT WK-APRV-POSTING
               EVALUATE TRUE
                   WHEN WK-IS-AMNT-TRANS OR WK-IS-RMNT-TRANS
                       PERFORM Hold-For-Approval
                   WHEN WK-IS-REVS-TRANS
                       IF WK-REVS-ORIG-AMOUNT > WK-APRV-LIMIT
                           PERFORM Hold-For-Approval
                       END-IF
                   WHEN OTHER
                       IF WK-N01 > WK-APRV-LIMIT
                           PERFORM Hold-For-Approval
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Grava a transacao retida em WK-PEND-FILE, chaveada pela data de
      * movimento e pelo sequencial dela, com o usuario de origem ja
      * resolvido e a data-limite de aprovacao (data de movimento mais
      * WK-APRV-DAYS dias corridos). A conta de credito do XFER e a
      * referencia do lancamento original do REVS ficam na area de
      * manutencao, nas mesmas posicoes do TRANFILE; o REVS guarda em
      * WK-PEND-N01 o valor a estornar, para o relatorio de
      * pendencias mostrar o que esta sendo aprovado. A chave ja
      * existente e uma ressubmissao do mesmo dia reaproveitando o
      * sequencial de uma transacao ja retida: a transacao nova e
      * rejeitada (APRV-CHAVE), em vez de sumir atras da pendencia
      * antiga.
      ******************************************************************
       Hold-For-Approval.
           MOVE 'S' TO WK-HOLD-SW.
           MOVE WK-DATE          TO WK-PEND-DATE.
           MOVE WK-CUR-SEQ       TO WK-PEND-SEQ.
           MOVE 'P'              TO WK-PEND-STATUS.
           MOVE WK-DATE          TO WK-WORK-DATE.
           PERFORM Advance-One-Day WK-APRV-DAYS TIMES.
           MOVE WK-WORK-DATE     TO WK-PEND-EXPIRY-DATE.
           MOVE WK-BATCH-ID      TO WK-PEND-BATCH-ID.
           MOVE WK-TRANS-TYPE-WS TO WK-PEND-TYPE.
           MOVE WK-N01           TO WK-PEND-N01.
           MOVE WK-CUR01         TO WK-PEND-CUR01.
           MOVE WK-SIN           TO WK-PEND-SIN.
           MOVE WK-N02           TO WK-PEND-N02.
           MOVE WK-CUR02         TO WK-PEND-CUR02.
           MOVE WK-PREC-MODE     TO WK-PEND-PREC.
           MOVE WK-ACCOUNT-NO    TO WK-PEND-ACCOUNT.
           IF WK-IS-RMNT-TRANS
               MOVE WK-RMNT-CUR      TO WK-PEND-RMNT-CUR
               MOVE WK-RMNT-VALUE    TO WK-PEND-RMNT-VALUE
               MOVE WK-RMNT-EFF-DATE TO WK-PEND-RMNT-EFF-DATE
           ELSE
               MOVE WK-UMNT-ACTION   TO WK-PEND-UMNT-ACTION
               MOVE WK-UMNT-NAME     TO WK-PEND-UMNT-NAME
               MOVE WK-UMNT-LEVEL    TO WK-PEND-UMNT-LEVEL
           END-IF.
           IF WK-IS-XFER-TRANS
               MOVE WK-XFER-ACCOUNT  TO WK-PEND-XFER-ACCOUNT
           END-IF.
           IF WK-IS-REVS-TRANS
               MOVE WK-REVS-REF-DATE TO WK-PEND-REVS-DATE
               MOVE WK-REVS-REF-SEQ  TO WK-PEND-REVS-SEQ
               MOVE WK-REVS-ORIG-AMOUNT TO WK-PEND-N01
           END-IF.
           MOVE WK-NAME          TO WK-PEND-USER.
           MOVE SPACES           TO WK-PEND-DECISION-USER.
           MOVE ZERO             TO WK-PEND-DECISION-DATE.
           MOVE ZERO             TO WK-PEND-DECISION-SEQ.
           MOVE SPACES           TO WK-PEND-FAIL-REASON.
           WRITE WK-PEND-RECORD
               INVALID KEY
                   DISPLAY 'ERRO: PENDENCIA JA EXISTE PARA A DATA/'
                       'SEQUENCIAL - SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-CHAVE' TO WK-REJECT-REASON-CODE
               NOT INVALID KEY
                   ADD 1 TO WK-HELD-COUNT
                   MOVE 'S' TO WK-FORCE-CKPT-SW
                   DISPLAY 'TRANSACAO RETIDA PARA DUPLA ALCADA - TIPO='
                       WK-TRANS-TYPE-WS ' SEQ=' WK-CUR-SEQ
                       ' ATE ' WK-PEND-EXPIRY-DATE
           END-WRITE.

      ******************************************************************
      * Aprovacao/recusa de uma transacao retida, via transacao APRV:
      * somente ADM, e nunca o proprio usuario de origem da transacao
      * retida (APRV-MESMO) - e exatamente a segunda alcada que a
      * auditoria pede. A pendencia precisa existir (APRV-NF), estar
      * ainda pendente (APRV-SIT - ja decidida ou expirada) e ter sido
      * retida numa data de movimento ANTERIOR (APRV-DIA): a decisao
      * e tomada sobre o relatorio de pendencias emitido depois do
      * lote, nunca dentro do mesmo TRANFILE que a reteve. A recusa
      * devolve a transacao ao REJFILE (APRV-RECUS); a aprovacao a
      * efetiva pelo fluxo normal (Post-Approved-Item).
      ******************************************************************
       Process-Approval-Trans.
           MOVE 'S' TO WK-INPUT-VALID-SW.
           MOVE SPACES TO WK-REJECT-REASON-CODE.
           IF NOT ADM
               DISPLAY 'ACESSO NEGADO PARA APROVACAO DE PENDENCIA - '
                   WK-NAME
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'APRV-AUTH' TO WK-REJECT-REASON-CODE
           END-IF.
           IF WK-INPUT-VALID
               IF NOT WK-APRV-APPROVE AND NOT WK-APRV-DECLINE
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-ACAO' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-APRV-REF-DATE-N NOT NUMERIC
                       OR WK-APRV-REF-SEQ-N NOT NUMERIC
                   DISPLAY 'ERRO: REFERENCIA DA PENDENCIA INVALIDA - '
                       'SEQ=' WK-CUR-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-REF' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               PERFORM Read-Pend-Record
               IF NOT WK-PEND-FOUND
                   DISPLAY 'ERRO: PENDENCIA NAO ENCONTRADA - '
                       WK-APRV-REF-DATE '/' WK-APRV-REF-SEQ
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-NF' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF NOT WK-PEND-IS-PENDING
                   DISPLAY 'ERRO: PENDENCIA JA ENCERRADA - '
                       WK-APRV-REF-DATE '/' WK-APRV-REF-SEQ
                       ' SITUACAO=' WK-PEND-STATUS
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-SIT' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-PEND-DATE NOT < WK-DATE
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-DIA' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               IF WK-PEND-USER = WK-NAME
                   DISPLAY 'ERRO: APROVADOR E O PROPRIO ORIGINADOR - '
                       WK-NAME
                   MOVE 'N' TO WK-INPUT-VALID-SW
                   MOVE 'APRV-MESMO' TO WK-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WK-INPUT-VALID
               MOVE WK-NAME TO WK-APRV-APPROVER
               MOVE 'S' TO WK-FORCE-CKPT-SW
               IF WK-APRV-DECLINE
                   PERFORM Decline-Pending-Item
               ELSE
                   PERFORM Post-Approved-Item
               END-IF
           END-IF.

       Read-Pend-Record.
           MOVE WK-APRV-REF-DATE-N TO WK-PEND-DATE.
           MOVE WK-APRV-REF-SEQ-N  TO WK-PEND-SEQ.
           READ WK-PEND-FILE
               INVALID KEY
                   MOVE 'N' TO WK-PEND-FOUND-SW
               NOT INVALID KEY
                   MOVE 'S' TO WK-PEND-FOUND-SW
           END-READ.

       Decline-Pending-Item.
           MOVE 'R'              TO WK-PEND-STATUS.
           MOVE WK-APRV-APPROVER TO WK-PEND-DECISION-USER.
           MOVE WK-DATE          TO WK-PEND-DECISION-DATE.
           MOVE WK-CUR-SEQ       TO WK-PEND-DECISION-SEQ.
           REWRITE WK-PEND-RECORD.
           PERFORM Drop-Pend-Dup-History.
           MOVE 'APRV-RECUS' TO WK-APRV-REJ-REASON.
           PERFORM Write-Pend-Reject.
           ADD 1 TO WK-DECLINED-COUNT.
           DISPLAY 'PENDENCIA RECUSADA - ' WK-PEND-DATE '/'
               WK-PEND-SEQ ' POR ' WK-APRV-APPROVER.

      ******************************************************************
      * Efetiva a transacao aprovada: os campos dela sao carregados da
      * pendencia no lugar dos da APRV (o sequencial continua o da
      * APRV - e sob ele que o resultado, o diario e um eventual
      * rejeito ficam registrados hoje), o usuario de origem e
      * criticado de novo (pode ter sido desativado enquanto a
      * transacao esperava) e a transacao segue o despacho normal,
      * com toda a critica de saldo/situacao refeita na data de
      * hoje. Falhou a efetivacao, a transacao ORIGINAL vai para o
      * REJFILE com o motivo apurado, sai do historico de submissao
      * em dobro e a pendencia fica encerrada como aprovada e nao
      * efetivada.
      ******************************************************************
       Post-Approved-Item.
           PERFORM Load-Pend-Fields.
           PERFORM Set-Trans-Originator.
           IF WK-INPUT-VALID
               MOVE 'S' TO WK-APRV-POSTING-SW
               PERFORM Dispatch-One-Trans
               MOVE 'N' TO WK-APRV-POSTING-SW
           END-IF.
           MOVE WK-APRV-APPROVER TO WK-PEND-DECISION-USER.
           MOVE WK-DATE          TO WK-PEND-DECISION-DATE.
           MOVE WK-CUR-SEQ       TO WK-PEND-DECISION-SEQ.
           IF WK-INPUT-VALID
               MOVE 'A' TO WK-PEND-STATUS
               ADD 1 TO WK-APPROVED-COUNT
           ELSE
               MOVE 'F' TO WK-PEND-STATUS
               MOVE WK-REJECT-REASON-CODE TO WK-PEND-FAIL-REASON
               ADD 1 TO WK-APRV-FAILED-COUNT
               PERFORM Drop-Pend-Dup-History
           END-IF.
           REWRITE WK-PEND-RECORD.

       Load-Pend-Fields.
           MOVE WK-PEND-BATCH-ID      TO WK-BATCH-ID.
           MOVE WK-PEND-TYPE          TO WK-TRANS-TYPE-WS.
           MOVE WK-PEND-N01           TO WK-N01.
           MOVE WK-PEND-CUR01         TO WK-CUR01.
           MOVE WK-PEND-SIN           TO WK-SIN.
           MOVE WK-PEND-N02           TO WK-N02.
           MOVE WK-PEND-CUR02         TO WK-CUR02.
           MOVE WK-PEND-PREC          TO WK-PREC-MODE.
           MOVE WK-PEND-ACCOUNT       TO WK-ACCOUNT-NO.
           MOVE WK-PEND-UMNT-ACTION   TO WK-UMNT-ACTION.
           MOVE WK-PEND-UMNT-ACTION   TO WK-AMNT-ACTION.
           MOVE WK-PEND-UMNT-NAME     TO WK-UMNT-NAME.
           MOVE WK-PEND-UMNT-LEVEL    TO WK-UMNT-LEVEL.
           MOVE WK-PEND-RMNT-CUR      TO WK-RMNT-CUR.
           MOVE WK-PEND-RMNT-VALUE    TO WK-RMNT-VALUE.
           MOVE WK-PEND-RMNT-EFF-DATE TO WK-RMNT-EFF-DATE.
           MOVE WK-PEND-XFER-ACCOUNT  TO WK-XFER-ACCOUNT.
           MOVE WK-PEND-REVS-DATE     TO WK-REVS-REF-DATE.
           MOVE WK-PEND-REVS-SEQ      TO WK-REVS-REF-SEQ.
           MOVE WK-PEND-USER          TO WK-TRANS-USER-WS.

      ******************************************************************
      * Expira, no inicio do lote, as pendencias que passaram da
      * data-limite sem decisao: a pendencia fica encerrada como
      * expirada e a transacao original vai para o REJFILE
      * (APRV-EXPIR), sob a data/sequencial em que foi retida, para
      * a origem ressubmeter pelo REJRECYC se ainda for o caso - por
      * isso ela tambem sai do historico de submissao em dobro. O
      * registro sentinela de carga do cluster (chave de noves) nao
      * tem situacao pendente e e simplesmente lido adiante.
      ******************************************************************
       Expire-Pending-Items.
           MOVE ZERO TO WK-PEND-DATE.
           MOVE ZERO TO WK-PEND-SEQ.
           MOVE 'N' TO WK-PEND-EOF-SW.
           START WK-PEND-FILE KEY IS NOT LESS THAN WK-PEND-KEY
               INVALID KEY
                   MOVE 'S' TO WK-PEND-EOF-SW
           END-START.
           IF NOT WK-PEND-EOF
               PERFORM Read-Next-Pend-Record
               PERFORM Expire-One-Pend UNTIL WK-PEND-EOF
           END-IF.

       Read-Next-Pend-Record.
           READ WK-PEND-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-PEND-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Expire-One-Pend.
           IF WK-PEND-IS-PENDING AND WK-DATE > WK-PEND-EXPIRY-DATE
               MOVE 'X'    TO WK-PEND-STATUS
               MOVE SPACES TO WK-PEND-DECISION-USER
               MOVE WK-DATE TO WK-PEND-DECISION-DATE
               MOVE ZERO   TO WK-PEND-DECISION-SEQ
               REWRITE WK-PEND-RECORD
               PERFORM Drop-Pend-Dup-History
               MOVE 'APRV-EXPIR' TO WK-APRV-REJ-REASON
               PERFORM Write-Pend-Reject
               ADD 1 TO WK-EXPIRED-COUNT
               DISPLAY 'PENDENCIA EXPIRADA - ' WK-PEND-DATE '/'
                   WK-PEND-SEQ ' TIPO=' WK-PEND-TYPE
           END-IF.
           PERFORM Read-Next-Pend-Record.

      ******************************************************************
      * Rejeito de uma pendencia recusada ou expirada: a transacao
      * original, como foi retida, sob a data/sequencial da retencao
      * (a chave da pendencia) - no mesmo layout de Write-Reject-
      * Record, para o REJRECYC remonta-la sem redigitacao.
      ******************************************************************
       Write-Pend-Reject.
           MOVE WK-PEND-SEQ          TO WK-REJECT-SEQ.
           MOVE WK-PEND-DATE         TO WK-REJECT-DATE.
           MOVE WK-PEND-BATCH-ID     TO WK-REJECT-BATCH-ID.
           MOVE WK-PEND-TYPE         TO WK-REJECT-TYPE.
           MOVE WK-PEND-N01          TO WK-REJECT-N01.
           MOVE WK-PEND-SIN          TO WK-REJECT-SIN.
           MOVE WK-PEND-N02          TO WK-REJECT-N02.
           MOVE WK-PEND-PREC         TO WK-REJECT-PREC.
           MOVE WK-APRV-REJ-REASON   TO WK-REJECT-REASON.
           MOVE WK-PEND-CUR01        TO WK-REJECT-CUR01.
           MOVE WK-PEND-CUR02        TO WK-REJECT-CUR02.
           MOVE WK-PEND-ACCOUNT      TO WK-REJECT-ACCOUNT.
           MOVE WK-PEND-UMNT-ACTION  TO WK-REJECT-UMNT-ACTION.
           MOVE WK-PEND-UMNT-NAME    TO WK-REJECT-UMNT-NAME.
           MOVE WK-PEND-UMNT-LEVEL   TO WK-REJECT-UMNT-LEVEL.
           MOVE WK-PEND-USER         TO WK-REJECT-USER.
           MOVE 'N'                  TO WK-REJECT-RECYCLED.
           MOVE SPACES               TO WK-REJECT-DUP-BATCH.
           MOVE ZERO                 TO WK-REJECT-DUP-DATE.
           MOVE ZERO                 TO WK-REJECT-DUP-SEQ.
           WRITE WK-REJECT-RECORD.
           MOVE 4 TO WK-NEW-SEVERITY.
           PERFORM Raise-Severity.

      ******************************************************************
      * Confere o DEPO/WITH corrente contra o historico de transacoes
      * processadas (WK-DUPH-FILE), posicionando pela chave alternada
      * conta + tipo + valor. Uma transacao do historico com a mesma
      * chave vinda de outro lote ou de outro dia de movimento marca
      * o lancamento como suspeito de submissao em dobro (o mesmo
      * arquivo do departamento submetido duas vezes, ou a ordem
      * permanente do STORDGEN tambem digitada a mao): rejeita com
      * DUPL-SUSP, guardando lote, data e sequencial da anterior em
      * WK-DUP-REF-* para o REJFILE. O mesmo lote no mesmo dia nao e
      * suspeito, nem a ordem permanente gerada pelo STORDGEN que o
      * mesmo lote repete em outro dia (ver BOOK.cob).
      ******************************************************************
       Test-Duplicate-Submission.
           MOVE 'N' TO WK-DUP-FOUND-SW.
           MOVE 'N' TO WK-DUP-EOF-SW.
           MOVE WK-ACCOUNT-NO    TO WK-DUPH-ACCOUNT.
           MOVE WK-TRANS-TYPE-WS TO WK-DUPH-TYPE.
           MOVE WK-N01           TO WK-DUPH-AMOUNT.
           MOVE WK-DUPH-MATCH-KEY TO WK-DUP-MATCH-WS.
           START WK-DUPH-FILE KEY IS EQUAL TO WK-DUPH-MATCH-KEY
               INVALID KEY
                   MOVE 'S' TO WK-DUP-EOF-SW
           END-START.
           IF NOT WK-DUP-EOF
               PERFORM Read-Next-Dup-Record
               PERFORM Scan-One-Dup UNTIL WK-DUP-EOF OR WK-DUP-FOUND
           END-IF.
           IF WK-DUP-FOUND
               DISPLAY 'SUSPEITA DE SUBMISSAO EM DOBRO - CONTA='
                   WK-ACCOUNT-NO ' TIPO=' WK-TRANS-TYPE-WS
                   ' SEQ=' WK-CUR-SEQ ' ANTERIOR=' WK-DUP-REF-BATCH
                   ' ' WK-DUP-REF-DATE '/' WK-DUP-REF-SEQ
               MOVE 'N' TO WK-INPUT-VALID-SW
               MOVE 'DUPL-SUSP' TO WK-REJECT-REASON-CODE
               ADD 1 TO WK-DUP-SUSP-COUNT
           END-IF.

       Read-Next-Dup-Record.
           READ WK-DUPH-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WK-DUP-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.

       Scan-One-Dup.
           IF WK-DUPH-MATCH-KEY NOT = WK-DUP-MATCH-WS
               MOVE 'S' TO WK-DUP-EOF-SW
           ELSE
               IF WK-DUPH-BATCH-ID NOT = WK-BATCH-ID
                       OR (WK-DUPH-DATE NOT = WK-DATE
                           AND NOT WK-STORD-POSTING)
                   MOVE 'S' TO WK-DUP-FOUND-SW
                   MOVE WK-DUPH-BATCH-ID TO WK-DUP-REF-BATCH
                   MOVE WK-DUPH-DATE     TO WK-DUP-REF-DATE
                   MOVE WK-DUPH-SEQ      TO WK-DUP-REF-SEQ
               ELSE
                   PERFORM Read-Next-Dup-Record
               END-IF
           END-IF.

      ******************************************************************
      * Grava a transacao aceita no historico de submissao em dobro,
      * sob lote + data de movimento + sequencial. Chave ja existente
      * e a mesma transacao reprocessada depois de um restart (o
      * checkpoint e gravado a cada N transacoes) - ja esta no
      * historico e nao ha o que gravar.
      ******************************************************************
       Record-Dup-History.
           MOVE WK-BATCH-ID      TO WK-DUPH-BATCH-ID.
           MOVE WK-DATE          TO WK-DUPH-DATE.
           MOVE WK-CUR-SEQ       TO WK-DUPH-SEQ.
           MOVE WK-ACCOUNT-NO    TO WK-DUPH-ACCOUNT.
           MOVE WK-TRANS-TYPE-WS TO WK-DUPH-TYPE.
           IF WK-N01 NUMERIC
               MOVE WK-N01 TO WK-DUPH-AMOUNT
           ELSE
               MOVE ZERO   TO WK-DUPH-AMOUNT
           END-IF.
           MOVE WK-TRANS-USER-WS TO WK-DUPH-USER.
           WRITE WK-DUPH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      * Tira do historico de submissao em dobro a transacao retida
      * que nao vai ser lancada (recusada, expirada ou com a
      * efetivacao falha): ela entrou no historico quando foi retida,
      * sob lote + data + sequencial da retencao - a chave da
      * pendencia -, e sem isso a ressubmissao da origem seria
      * rejeitada como DUPL-SUSP. Chave inexistente (historico ja
      * expurgado) nao tem o que apagar.
      ******************************************************************
       Drop-Pend-Dup-History.
           MOVE WK-PEND-BATCH-ID TO WK-DUPH-BATCH-ID.
           MOVE WK-PEND-DATE     TO WK-DUPH-DATE.
           MOVE WK-PEND-SEQ      TO WK-DUPH-SEQ.
           DELETE WK-DUPH-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * Expurgo do historico de submissao em dobro, no inicio do lote:
      * apaga as transacoes com data de movimento anterior a data do
      * lote menos WK-DUP-DAYS dias corridos. O registro sentinela de
      * noves gravado na carga do cluster nunca e apagado.
      ******************************************************************
       Purge-Dup-History.
           MOVE WK-DATE TO WK-WORK-DATE.
           PERFORM Retreat-One-Day WK-DUP-DAYS TIMES.
           MOVE WK-WORK-DATE TO WK-DUP-CUTOFF-DATE.
           MOVE LOW-VALUES TO WK-DUPH-KEY.
           MOVE 'N' TO WK-DUP-EOF-SW.
           START WK-DUPH-FILE KEY IS NOT LESS THAN WK-DUPH-KEY
               INVALID KEY
                   MOVE 'S' TO WK-DUP-EOF-SW
           END-START.
           IF NOT WK-DUP-EOF
               PERFORM Read-Next-Dup-Record
               PERFORM Purge-One-Dup UNTIL WK-DUP-EOF
           END-IF.
           DISPLAY 'HISTORICO DE DUPLICIDADE: CORTE ' WK-DUP-CUTOFF-DATE
               ' EXPURGADOS ' WK-DUP-PURGED-COUNT.

       Purge-One-Dup.
           IF WK-DUPH-DATE < WK-DUP-CUTOFF-DATE
               DELETE WK-DUPH-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WK-DUP-PURGED-COUNT
               END-DELETE
           END-IF.
           PERFORM Read-Next-Dup-Record.

      ******************************************************************
      * Rotinas de calendario (as mesmas do STORDGEN): Compute-Month-
      * End deixa em WK-MONTH-END-DAY o ultimo dia do mes de
      * WK-WORK-DATE; Advance-One-Day avanca WK-WORK-DATE um dia civil
      * e Retreat-One-Day o recua um dia civil.
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

      ******************************************************************
      * Emite o relatorio de controle com a quantidade de vezes que
      * cada operacao foi usada, por nivel de usuario, no arquivo
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
           END-IF.
           IF WK-BATCH-MODE
               MOVE SPACES TO WK-REPORT-RECORD
               STRING 'DUPLA ALCADA - RETIDAS: ' WK-HELD-COUNT
                   '  APROVADAS: ' WK-APPROVED-COUNT
                   '  RECUSADAS: ' WK-DECLINED-COUNT
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
               MOVE SPACES TO WK-REPORT-RECORD
               STRING 'DUPLA ALCADA - APROVADAS E NAO EFETIVADAS: '
                   WK-APRV-FAILED-COUNT
                   '  EXPIRADAS: ' WK-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
               MOVE SPACES TO WK-REPORT-RECORD
               STRING 'DUPLICIDADE - SUSPEITAS RETIDAS: '
                   WK-DUP-SUSP-COUNT
                   '  HISTORICO EXPURGADO: ' WK-DUP-PURGED-COUNT
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
           END-IF.
           IF WK-RCV-UNDONE
               MOVE SPACES TO WK-REPORT-RECORD
               STRING 'REINICIO - XFER SEQ=' WK-RCV-SEQ
                   ' DESFEITA E REPROCESSADA'
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
           END-IF.
           IF WK-RCV-COMPLETED
               MOVE SPACES TO WK-REPORT-RECORD
               STRING 'REINICIO - XFER SEQ=' WK-RCV-SEQ
                   ' LOTE ' WK-RCV-BATCH-ID ' ' WK-RCV-DEBIT-ACCT
                   '>' WK-RCV-CREDIT-ACCT ' COMPLETADA'
                   DELIMITED BY SIZE INTO WK-REPORT-RECORD
               WRITE WK-REPORT-RECORD
           END-IF.
           CLOSE WK-REPORT-FILE.

       Write-Summary-Line.
           IF WK-AUDIT-FILE-OPEN
               CLOSE WK-AUDIT-FILE
           END-IF.
           IF WK-PEND-FILE-OPEN
               CLOSE WK-PEND-FILE
           END-IF.
           IF WK-DUPH-FILE-OPEN
               CLOSE WK-DUPH-FILE
           END-IF.

      ******************************************************************
      * Trava do periodo: le o registro CONTROLE do controle de
      * execucao da cadeia (WK-RUNC-FILE, ver RUNREC.cob) e aborta o
      * lote se o mes da data de movimento (WK-DATE, que pode vir
      * retroativa no PARM) ja foi fechado pela contabilidade - o
      * fechamento vale para o mes informado e todos os anteriores.
      * O arquivo so e lido aqui e fecha em seguida.
      ******************************************************************
       Check-Period-Lock.
           OPEN INPUT WK-RUNC-FILE.
           IF WK-RUNC-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RUNCTL - STATUS '
                   WK-RUNC-FILE-STATUS
               MOVE 'FALHA DE ABERTURA DE ARQUIVO'
                   TO WK-ABORT-REASON
               PERFORM Abort-Program
           END-IF.
           MOVE ZERO       TO WK-RUNC-DATE.
           MOVE 'CONTROLE' TO WK-RUNC-STEP.
           READ WK-RUNC-FILE
               INVALID KEY
                   MOVE ZERO TO WK-RUNC-CLOSED-MONTH
                   DISPLAY 'AVISO: RUNCTL SEM REGISTRO CONTROLE - '
                       'NENHUM MES FECHADO'
           END-READ.
           CLOSE WK-RUNC-FILE.
           COMPUTE WK-PERIOD-YM = WK-YEAR-SYS * 100 + WK-MONTH-SYS.
           IF WK-PERIOD-YM NOT > WK-RUNC-CLOSED-MONTH
               DISPLAY 'DATA DE MOVIMENTO ' WK-DATE
                   ' EM MES CONTABIL FECHADO (ULTIMO FECHADO: '
                   WK-RUNC-CLOSED-MONTH ')'
               MOVE 'PERIODO CONTABIL FECHADO' TO WK-ABORT-REASON
               PERFORM Abort-Program
           END-IF.

      ******************************************************************
      * Fim normal da execucao: alem do relatorio de controle, fecha
