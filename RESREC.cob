      * razao consiga separar um resultado de calculo em modo MON de
      * um saldo de conta corrente gravado tambem em modo MON - os
      * dois nao sao a mesma coisa e nao podem ser somados juntos.
      * Num estorno (tipo REVS), WK-RESULT-N01 e o valor estornado e
      * WK-RESULT-REV-* apontam para o lancamento original (data,
      * sequencial e tipo) - e o que permite ao extrato de razao
      * enviar o estorno como estorno. Campos no FINAL do registro:
      * RESTFILEs gravados antes deles leem brancos.
      ******************************************************************
       01  WK-RESULT-RECORD.
           05  WK-RESULT-SEQ           PIC 9(06).
               88  WK-RESULT-IS-CALC   VALUE 'CALC'.
               88  WK-RESULT-IS-DEPO   VALUE 'DEPO'.
               88  WK-RESULT-IS-WITH   VALUE 'WITH'.
               88  WK-RESULT-IS-REVS   VALUE 'REVS'.
           05  WK-RESULT-DATE          PIC 9(08).
           05  WK-RESULT-N01           PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-RESULT-ACCOUNT       PIC X(10).
           05  WK-RESULT-VALUE         PIC S9(09)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-RESULT-REV-DATE      PIC 9(08).
           05  WK-RESULT-REV-SEQ       PIC 9(06).
           05  WK-RESULT-REV-TYPE      PIC X(04).
