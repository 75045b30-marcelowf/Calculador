      *                        de Process-Batch.
      *   - WK-TRANS-BATCH-ID  identificador do lote de origem (varios
      *                        departamentos podem gravar no mesmo
      *                        TRANFILE numa mesma submissao). O lote
      *                        RECICLO e o das rejeicoes reenviadas
      *                        pelo REJRECYC.
      *   - WK-TRANS-TYPE      tipo da transacao: CALC (conta normal),
      *                        UMNT (manutencao de WK-USER-FILE), DEPO
      *                        e WITH (lancamento na conta corrente) e
      *                        WK-TRANS-UMNT-ACTION, dono da conta em
      *                        WK-TRANS-UMNT-NAME, limite de credito
      *                        em WK-TRANS-N01, conta em
      *                        WK-TRANS-ACCOUNT) e XFER
      *                        (transferencia entre duas contas do
      *                        mestre: WK-TRANS-ACCOUNT e a conta de
      *                        debito, WK-TRANS-XFER-ACCOUNT a de
      *                        credito, WK-TRANS-N01 o valor) e REVS
      *                        (estorno, somente ADM, de um DEPO/WITH
      *                        ja lancado: conta em WK-TRANS-ACCOUNT,
      *                        data e sequencial do lancamento original
      *                        no diario em WK-TRANS-REVS-*) e APRV
      *                        (aprovacao/recusa, somente ADM, de uma
      *                        transacao retida na fila de dupla
      *                        alcada: acao em WK-TRANS-UMNT-ACTION,
      *                        data/sequencial da retencao em
      *                        WK-TRANS-APRV-*).
      *   - WK-TRANS-CUR01/02  codigo de moeda/unidade de WK-N01/WK-N02.
      *   - WK-TRANS-ACCOUNT   numero da conta corrente (DEPO/WITH) ou,
      *                        para CALC, conta contabil de destino do
      *                        somente ADM): moeda, valor da cotacao e
      *                        data de vigencia de um registro novo
      *                        acrescentado a WK-RATE-FILE.
      *   - WK-TRANS-XFER-*    a mesma area lida sob uma terceira
      *                        regua para a transferencia (tipo XFER):
      *                        a conta de credito fica na posicao do
      *                        nome da UMNT, para que um XFER rejeitado
      *                        mostre a contrapartida no REJFILE.
      *   - WK-TRANS-REVS-*    a mesma area lida para o estorno (tipo
      *                        REVS): data e sequencial do lancamento
      *                        original no diario (WK-JRNL-DATE/
      *                        WK-JRNL-SEQ), tambem na posicao do nome.
      *   - WK-TRANS-APRV-*    a mesma area lida para a aprovacao (tipo
      *                        APRV): data e sequencial da transacao
      *                        retida no arquivo de pendencias
      *                        (WK-PEND-KEY), na mesma posicao da
      *                        referencia do estorno.
      *   - WK-TRANS-USER      usuario de origem da transacao: quem
      *                        pediu o calculo/lancamento, que pode nao
      *                        ser quem submeteu o job (varios
       01  WK-TRANS-RECORD.
           05  WK-TRANS-SEQ            PIC 9(06).
           05  WK-TRANS-BATCH-ID       PIC X(08).
               88  WK-TRANS-IS-RECYCLE VALUE 'RECICLO '.
           05  WK-TRANS-TYPE           PIC X(04).
               88  WK-TRANS-IS-CALC    VALUE 'CALC'.
               88  WK-TRANS-IS-UMNT    VALUE 'UMNT'.
               88  WK-TRANS-IS-WITH    VALUE 'WITH'.
               88  WK-TRANS-IS-AMNT    VALUE 'AMNT'.
               88  WK-TRANS-IS-RMNT    VALUE 'RMNT'.
               88  WK-TRANS-IS-XFER    VALUE 'XFER'.
               88  WK-TRANS-IS-REVS    VALUE 'REVS'.
               88  WK-TRANS-IS-APRV    VALUE 'APRV'.
           05  WK-TRANS-N01            PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-TRANS-CUR01          PIC X(03).
               10  WK-TRANS-RMNT-CUR   PIC X(03).
               10  WK-TRANS-RMNT-VALUE PIC 9(07)V9(06).
               10  WK-TRANS-RMNT-EFF-DATE PIC 9(08).
           05  WK-TRANS-XFER-DATA REDEFINES WK-TRANS-MAINT-DATA.
               10  FILLER              PIC X(01).
               10  WK-TRANS-XFER-ACCOUNT PIC X(10).
               10  FILLER              PIC X(13).
           05  WK-TRANS-REVS-DATA REDEFINES WK-TRANS-MAINT-DATA.
               10  FILLER              PIC X(01).
               10  WK-TRANS-REVS-DATE  PIC X(08).
               10  WK-TRANS-REVS-SEQ   PIC X(06).
               10  FILLER              PIC X(09).
           05  WK-TRANS-APRV-DATA REDEFINES WK-TRANS-MAINT-DATA.
               10  FILLER              PIC X(01).
               10  WK-TRANS-APRV-DATE  PIC X(08).
               10  WK-TRANS-APRV-SEQ   PIC X(06).
               10  FILLER              PIC X(09).
           05  WK-TRANS-USER           PIC X(20).
