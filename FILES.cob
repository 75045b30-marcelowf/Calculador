      * WK-RESULT-FILE e WK-REJECT-FILE foram isolados em copybooks
      * proprios (LOGREC, USERREC, TRANREC, RESREC, REJREC) para serem
      * reaproveitados pelos programas de consulta/extrato/conciliacao
      * que leem esses arquivos sem precisar abrir os demais; o de
      * WK-ACCOUNT-FILE, pelo mesmo motivo, em ACCTREC.
      ******************************************************************
       FD  WK-LOG-FILE.
           COPY 'LOGREC.cob'.
      * transacoes corrigidas nao seja pulada - e, por seguranca, so
      * registros gravados na data de hoje sao considerados no
      * reinicio.
      * Uma transferencia XFER grava, ANTES de regravar as duas
      * contas, um checkpoint "em curso" (WK-CKPT-XFER-PENDING) com as
      * duas contas e os saldos de antes do lancamento: se o job cair
      * entre as duas regravacoes, o reinicio sabe exatamente o que
      * desfazer ou completar (ver Resolve-Xfer-In-Flight). Os campos
      * ficam no FINAL do registro - checkpoints gravados antes deles
      * leem brancos e valem como checkpoint normal. O lote da
      * transferencia e, quando ela e a efetivacao de uma aprovacao,
      * a chave da pendencia e o aprovador vem por ultimo: com eles o
      * reinicio que completa a transferencia grava resultado, log,
      * auditoria e historico dela e encerra a pendencia.
      ******************************************************************
       FD  WK-CKPT-FILE.
       01  WK-CKPT-RECORD.
           05  WK-CKPT-DATE            PIC 9(08).
           05  WK-CKPT-SEQ             PIC 9(06).
           05  WK-CKPT-XFER-SW         PIC X(01).
               88  WK-CKPT-XFER-PENDING VALUE 'X'.
           05  WK-CKPT-XFER-DEBIT-ACCT PIC X(10).
           05  WK-CKPT-XFER-DEBIT-BAL  PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-CKPT-XFER-CREDIT-ACCT PIC X(10).
           05  WK-CKPT-XFER-CREDIT-BAL PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-CKPT-XFER-AMOUNT     PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-CKPT-XFER-USER       PIC X(20).
           05  WK-CKPT-XFER-BATCH-ID   PIC X(08).
           05  WK-CKPT-XFER-PEND-DATE  PIC X(08).
           05  WK-CKPT-XFER-PEND-SEQ   PIC X(06).
           05  WK-CKPT-XFER-APPROVER   PIC X(20).

      ******************************************************************
      * WK-USRLOG-FILE: trilha de auditoria da manutencao de
      * DEPO nao abre mais conta silenciosamente.
      ******************************************************************
       FD  WK-ACCOUNT-FILE.
           COPY 'ACCTREC.cob'.

      ******************************************************************
      * WK-AUDIT-FILE: repositorio indexado de auditoria (ver

      ******************************************************************
      * WK-JRNL-FILE: diario de movimento de conta corrente - um
      * registro por lancamento DEPO/WITH efetivado (dois por XFER,
      * um em cada conta), gravado junto com a regravacao do saldo no
      * mestre (ver JRNREC.cob). Acumulado por OPEN EXTEND como
      * WK-LOG-FILE.
      ******************************************************************
       FD  WK-JRNL-FILE.
           COPY 'JRNREC.cob'.

      ******************************************************************
      * WK-PEND-FILE: pendencias de dupla alcada (ver PENDREC.cob) -
      * DEPO/WITH/XFER/REVS acima do limite e manutencoes AMNT/RMNT
      * retidas ate a aprovacao de um segundo ADM (transacao APRV).
      ******************************************************************
       FD  WK-PEND-FILE.
           COPY 'PENDREC.cob'.

      ******************************************************************
      * WK-DUPH-FILE: historico de transacoes processadas (ver
      * DUPREC.cob), para a deteccao de submissao em dobro entre
      * TRANFILEs.
      ******************************************************************
       FD  WK-DUPH-FILE.
           COPY 'DUPREC.cob'.

      ******************************************************************
      * WK-RUNC-FILE: controle de execucao da cadeia diaria (ver
      * RUNREC.cob) - o CALCULADOR so le o registro CONTROLE, para a
      * trava do mes contabil fechado.
      ******************************************************************
       FD  WK-RUNC-FILE.
           COPY 'RUNREC.cob'.

      ******************************************************************
      * WK-QUOTA-FILE: contador diario de operacoes por usuario, usado
      * por Check-Quota para impedir que uma unica conta (WK-NAME)
