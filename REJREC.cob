      * usuario de origem), para que o programa de reciclagem
      * (REJRECYC) remonte a transacao corrigida sem redigitacao, e o
      * marcador WK-REJECT-RECYCLED, que impede o mesmo rejeito de
      * ser reciclado duas vezes. Por ultimo, na suspeita de
      * submissao em dobro (DUPL-SUSP), lote, data e sequencial da
      * transacao ja processada com que a rejeitada bateu
      * (WK-REJECT-DUP-*) - zerados/em branco nos demais motivos.
      ******************************************************************
       01  WK-REJECT-RECORD.
           05  WK-REJECT-SEQ           PIC 9(06).
           05  WK-REJECT-USER          PIC X(20).
           05  WK-REJECT-RECYCLED      PIC X(01).
               88  WK-REJECT-WAS-RECYCLED VALUE 'S'.
           05  WK-REJECT-DUP-BATCH     PIC X(08).
           05  WK-REJECT-DUP-DATE      PIC 9(08).
           05  WK-REJECT-DUP-SEQ       PIC 9(06).
