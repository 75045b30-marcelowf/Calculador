      * demonstrado depois que o registro da conta e regravado. Lido
      * pelo programa de extrato ACCTSTMT. Isolado em copybook
      * proprio, na mesma linha de LOGREC/TRANREC/RESREC/REJREC.
      * A transferencia XFER grava DOIS registros com a mesma data e
      * o mesmo sequencial: XFDB na conta de debito e XFCR na de
      * credito, cada um com a conta da outra ponta em
      * WK-JRNL-XFER-ACCOUNT - e esse par que o extrato mostra como
      * transferencia para/da outra conta. O estorno REVS grava um
      * registro proprio (data/sequencial do PROPRIO estorno) que
      * aponta para o lancamento original em WK-JRNL-REV-DATE/
      * WK-JRNL-REV-SEQ e guarda o tipo dele em WK-JRNL-REV-TYPE - um
      * estorno de DEPO e um debito, um estorno de WITH um credito.
      * Os campos novos ficam no FINAL do registro: diarios gravados
      * antes deles leem brancos.
      ******************************************************************
       01  WK-JRNL-RECORD.
           05  WK-JRNL-ACCOUNT         PIC X(10).
           05  WK-JRNL-TYPE            PIC X(04).
               88  WK-JRNL-IS-DEPO     VALUE 'DEPO'.
               88  WK-JRNL-IS-WITH     VALUE 'WITH'.
               88  WK-JRNL-IS-XFER-OUT VALUE 'XFDB'.
               88  WK-JRNL-IS-XFER-IN  VALUE 'XFCR'.
               88  WK-JRNL-IS-REVERSAL VALUE 'REVS'.
           05  WK-JRNL-AMOUNT          PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-JRNL-BALANCE         PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-JRNL-USER            PIC X(20).
           05  WK-JRNL-XFER-ACCOUNT    PIC X(10).
           05  WK-JRNL-REV-DATE        PIC 9(08).
           05  WK-JRNL-REV-SEQ         PIC 9(06).
           05  WK-JRNL-REV-TYPE        PIC X(04).
               88  WK-JRNL-REV-OF-DEPO VALUE 'DEPO'.
               88  WK-JRNL-REV-OF-WITH VALUE 'WITH'.
