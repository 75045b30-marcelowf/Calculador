      ******************************************************************
      * PENDREC.cob
      * Layout do registro do arquivo de pendencias de dupla alcada
      * (WK-PEND-FILE, KSDS chaveado pela data de movimento e pelo
      * sequencial da transacao retida). O CALCULADOR nao efetiva na
      * hora um DEPO/WITH/XFER acima do limite de alcada, o estorno
      * (REVS) de um lancamento acima dele, nem qualquer
      * manutencao de conta (AMNT) ou de cotacao (RMNT): a transacao
      * ja criticada e gravada aqui, inteira, com o usuario de origem
      * JA RESOLVIDO (o usuario do PARM, quando WK-TRANS-USER veio em
      * branco) - e contra ele que a segunda alcada e conferida - e
      * com a data-limite de aprovacao. Uma transacao APRV de outro
      * ADM, numa data de movimento posterior, aprova (a transacao e
      * efetivada pelo fluxo normal) ou recusa; vencida a data-limite
      * sem decisao, a pendencia expira para o REJFILE. O registro
      * nunca e apagado: a situacao, quem decidiu, quando e com qual
      * transacao ficam como trilha da dupla alcada. Lido tambem pelo
      * relatorio diario de pendencias (PENDRPT).
      ******************************************************************
       01  WK-PEND-RECORD.
           05  WK-PEND-KEY.
               10  WK-PEND-DATE        PIC 9(08).
               10  WK-PEND-SEQ         PIC 9(06).
           05  WK-PEND-STATUS          PIC X(01).
               88  WK-PEND-IS-PENDING  VALUE 'P'.
               88  WK-PEND-IS-APPROVED VALUE 'A'.
               88  WK-PEND-IS-FAILED   VALUE 'F'.
               88  WK-PEND-IS-DECLINED VALUE 'R'.
               88  WK-PEND-IS-EXPIRED  VALUE 'X'.
           05  WK-PEND-EXPIRY-DATE     PIC 9(08).
           05  WK-PEND-BATCH-ID        PIC X(08).
           05  WK-PEND-TYPE            PIC X(04).
               88  WK-PEND-IS-DEPO     VALUE 'DEPO'.
               88  WK-PEND-IS-WITH     VALUE 'WITH'.
               88  WK-PEND-IS-AMNT     VALUE 'AMNT'.
               88  WK-PEND-IS-RMNT     VALUE 'RMNT'.
               88  WK-PEND-IS-XFER     VALUE 'XFER'.
               88  WK-PEND-IS-REVS     VALUE 'REVS'.
           05  WK-PEND-N01             PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-PEND-CUR01           PIC X(03).
           05  WK-PEND-SIN             PIC X(02).
           05  WK-PEND-N02             PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-PEND-CUR02           PIC X(03).
           05  WK-PEND-PREC            PIC X(03).
           05  WK-PEND-ACCOUNT         PIC X(10).
           05  WK-PEND-MAINT-DATA.
               10  WK-PEND-UMNT-ACTION PIC X(01).
               10  WK-PEND-UMNT-NAME   PIC X(20).
               10  WK-PEND-UMNT-LEVEL  PIC X(03).
           05  WK-PEND-RMNT-DATA REDEFINES WK-PEND-MAINT-DATA.
               10  WK-PEND-RMNT-CUR    PIC X(03).
               10  WK-PEND-RMNT-VALUE  PIC 9(07)V9(06).
               10  WK-PEND-RMNT-EFF-DATE PIC 9(08).
      *    XFER: conta de credito; REVS: data/sequencial do lancamento
      *    original no diario (e em WK-PEND-N01 o valor a estornar) -
      *    nas mesmas posicoes das reguas do TRANFILE (TRANREC.cob).
           05  WK-PEND-XFER-DATA REDEFINES WK-PEND-MAINT-DATA.
               10  FILLER              PIC X(01).
               10  WK-PEND-XFER-ACCOUNT PIC X(10).
               10  FILLER              PIC X(13).
           05  WK-PEND-REVS-DATA REDEFINES WK-PEND-MAINT-DATA.
               10  FILLER              PIC X(01).
               10  WK-PEND-REVS-DATE   PIC X(08).
               10  WK-PEND-REVS-SEQ    PIC X(06).
               10  FILLER              PIC X(09).
           05  WK-PEND-USER            PIC X(20).
      *    Decisao: quem aprovou/recusou (em branco na expiracao), a
      *    data de movimento e o sequencial da transacao APRV; na
      *    aprovacao que falhou na efetivacao (situacao F), o motivo
      *    da rejeicao gravada no REJFILE.
           05  WK-PEND-DECISION-USER   PIC X(20).
           05  WK-PEND-DECISION-DATE   PIC 9(08).
           05  WK-PEND-DECISION-SEQ    PIC 9(06).
           05  WK-PEND-FAIL-REASON     PIC X(11).
