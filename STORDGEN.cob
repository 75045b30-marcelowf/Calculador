      * ficaram SEM geracao sao denunciados no relatorio (GENRPT) em
      * vez de as ordens daquele dia sumirem em silencio - e o RC
      * sobe para 8 para o scheduler enxergar.
      * O DEPO/WITH gerado leva 'O' no byte de acao (sem uso nesses
      * tipos): o CALCULADOR nao toma como submissao em dobro a
      * mesma ordem diaria lancada de novo em outro dia pelo mesmo
      * lote.
      * RETURN-CODE: 0 ok, 8 dia util sem geracao detectado, 12
      * falha de abertura/data podre no controle de geracao.
      ******************************************************************
           MOVE WK-STORD-PREC     TO WK-TRANS-PREC.
           MOVE WK-STORD-ACCOUNT  TO WK-TRANS-ACCOUNT.
           MOVE SPACES            TO WK-TRANS-MAINT-DATA.
           IF WK-TRANS-IS-DEPO OR WK-TRANS-IS-WITH
               MOVE 'O'           TO WK-TRANS-UMNT-ACTION
           END-IF.
           MOVE WK-STORD-USER     TO WK-TRANS-USER.
           WRITE WK-TRANS-RECORD.
           ADD 1 TO WK-GEN-COUNT.
