      ******************************************************************
      * RUNREC.cob
      * Layout do registro do controle de execucao da cadeia diaria
      * (WK-RUNC-FILE, KSDS), mantido pelo programa RUNCTL: um
      * registro por data de movimento e passo (TRANEDIT, STORDGEN,
      * CALCULAD, RECONCIL, BALPROOF, GLEXTRCT, ARCHPURG e o
      * fechamento de mes FECHAMES), com a situacao da ultima
      * execucao - iniciada, terminada ou com falha -, quantas vezes
      * o passo rodou para a data, se a ultima foi reexecucao
      * autorizada e os carimbos de inicio e fim. Cada job da cadeia
      * chama o RUNCTL na entrada (que recusa o passo fora de
      * sequencia ou repetido) e na saida.
      * Chave: data + passo. O registro de chave data zero + passo
      * 'CONTROLE' (o primeiro do arquivo, carregado pelo CALCVSAM)
      * guarda a ultima data de movimento aberta e o ultimo mes
      * contabil fechado - e nele que o CALCULADOR confere a trava do
      * periodo antes de lancar.
      ******************************************************************
       01  WK-RUNC-RECORD.
           05  WK-RUNC-KEY.
               10  WK-RUNC-DATE        PIC 9(08).
               10  WK-RUNC-STEP        PIC X(08).
           05  WK-RUNC-STEP-DATA.
               10  WK-RUNC-STATUS      PIC X(01).
                   88  WK-RUNC-IS-RUNNING  VALUE 'I'.
                   88  WK-RUNC-IS-DONE     VALUE 'F'.
                   88  WK-RUNC-IS-FAILED   VALUE 'X'.
               10  WK-RUNC-RUN-COUNT   PIC 9(03).
               10  WK-RUNC-RERUN-SW    PIC X(01).
                   88  WK-RUNC-WAS-RERUN   VALUE 'R'.
               10  WK-RUNC-START-DATE  PIC 9(08).
               10  WK-RUNC-START-TIME  PIC 9(08).
               10  WK-RUNC-END-DATE    PIC 9(08).
               10  WK-RUNC-END-TIME    PIC 9(08).
           05  WK-RUNC-CTL-DATA REDEFINES WK-RUNC-STEP-DATA.
               10  WK-RUNC-LAST-BUS-DATE
                                       PIC 9(08).
               10  WK-RUNC-CLOSED-MONTH
                                       PIC 9(06).
               10  WK-RUNC-CLOSE-DATE  PIC 9(08).
               10  FILLER              PIC X(15).
