      ******************************************************************
      * ACCTREC.cob
      * Layout do registro do mestre de contas (WK-ACCOUNT-FILE, KSDS
      * chaveado pelo numero da conta). Isolado em copybook proprio,
      * na mesma linha de LOGREC/USERREC/TRANREC/RESREC/REJREC, para
      * ser reaproveitado pelos programas de fim de periodo que leem
      * o mestre sem passar pelo CALCULADOR (juros/encargos do mes).
      ******************************************************************
       01  WK-ACCOUNT-RECORD.
           05  WK-ACCT-NUMBER          PIC X(10).
           05  WK-ACCT-BALANCE         PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-ACCT-LAST-DATE       PIC 9(08).
           05  WK-ACCT-OWNER           PIC X(20).
           05  WK-ACCT-STATUS          PIC X(01).
               88  WK-ACCT-IS-OPEN     VALUE 'A'.
               88  WK-ACCT-IS-FROZEN   VALUE 'C'.
               88  WK-ACCT-IS-CLOSED   VALUE 'E'.
           05  WK-ACCT-OPEN-DATE       PIC 9(08).
           05  WK-ACCT-CRED-LIMIT      PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
