      ******************************************************************
      * DUPREC.cob
      * Layout do registro do historico de transacoes processadas
      * (WK-DUPH-FILE, KSDS), mantido pelo CALCULADOR para detectar
      * submissao em dobro entre TRANFILEs diferentes - o checkpoint
      * so impede o reprocessamento dentro de uma mesma execucao, e o
      * sequencial recomeca todo dia. Cada transacao aceita (efetivada
      * ou retida para a dupla alcada) grava um registro com lote,
      * data de movimento, sequencial, conta, tipo, valor e usuario de
      * origem; a retida sai do historico se for recusada, expirar ou
      * nao puder ser efetivada. Registros mais velhos que o prazo de
      * retencao sao apagados no inicio de cada lote do CALCULADOR.
      * Chave primaria: lote + data + sequencial - o TRANEDIT se
      * posiciona no lote para recusar inteiro um lote (BHDR) ja
      * processado. Chave alternada (com duplicatas, path DUPHIST1):
      * conta + tipo + valor - o CALCULADOR se posiciona nela para
      * achar um DEPO/WITH igual vindo de outro lote ou de outro dia.
      ******************************************************************
       01  WK-DUPH-RECORD.
           05  WK-DUPH-KEY.
               10  WK-DUPH-BATCH-ID    PIC X(08).
               10  WK-DUPH-DATE        PIC 9(08).
               10  WK-DUPH-SEQ         PIC 9(06).
           05  WK-DUPH-MATCH-KEY.
               10  WK-DUPH-ACCOUNT     PIC X(10).
               10  WK-DUPH-TYPE        PIC X(04).
               10  WK-DUPH-AMOUNT      PIC S9(07)V9(02)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05  WK-DUPH-USER            PIC X(20).
