      * (WK-REJECT-RECYCLED = 'S') na copia regravada do REJFILE, de
      * modo que o mesmo registro nunca seja reciclado duas vezes;
      * rejeitos sem cartao de correcao, de outras datas ou ja
      * reciclados passam adiante inalterados. O DEPO/WITH rejeitado
      * como suspeita de submissao em dobro (DUPL-SUSP) volta com a
      * liberacao 'L' em WK-TRANS-UMNT-ACTION: o cartao de correcao e
      * a confirmacao de que o lancamento nao e repetido, e o
      * CALCULADOR nao o confere de novo contra o historico. A
      * liberacao so vale no lote RECICLO (o TRANEDIT recusa o 'L' em
      * outro lote): com o lote trocado pelo PARM o DUPL-SUSP volta
      * sem liberacao e passa de novo pela critica. Nos demais
      * DEPO/WITH o byte de acao volta em branco - o 'O' de um
      * lancamento de ordem permanente rejeitado nao e reenviado. O
      * REJFILE vivo NAO e tocado por este programa: a troca pelo
      * arquivo regravado e feita pelos passos seguintes do JCL, apos
      * backup.
      * RETURN-CODE: 0 ok, 4 cartao de correcao sem rejeito
      * correspondente (provavel data errada), 12 falha de abertura/
      * limite de cartoes.
           COPY 'TRANREC.cob'.

       FD  WK-REJ-OUT-FILE.
       01  WK-REJ-OUT-RECORD           PIC X(146).

       WORKING-STORAGE SECTION.
       01  WK-REJECT-FILE-STATUS       PIC X(02) VALUE '00'.
      * Recebida via PARM (EXEC PGM=REJRECYC,PARM='...'), na mesma
      * convencao do RECONCIL: data de movimento dos rejeitos a
      * reciclar (8; ausente/zeros = hoje), identificador do lote de
      * reciclagem (8; brancos = RECICLO, o unico em que o DUPL-SUSP
      * volta liberado) e sequencial inicial do TRANFILE gerado (6;
      * zeros = 900001, a faixa alta reservada - ver o comentario de
      * WK-NEXT-SEQ).
      ******************************************************************
       LINKAGE SECTION.
       01  WK-PARM-AREA.
           MOVE WK-REJECT-UMNT-NAME  TO WK-TRANS-UMNT-NAME.
           MOVE WK-REJECT-UMNT-LEVEL TO WK-TRANS-UMNT-LEVEL.
           MOVE WK-REJECT-USER       TO WK-TRANS-USER.
           IF WK-TRANS-IS-DEPO OR WK-TRANS-IS-WITH
               MOVE SPACE TO WK-TRANS-UMNT-ACTION
               IF WK-REJECT-REASON = 'DUPL-SUSP' AND WK-TRANS-IS-RECYCLE
                   MOVE 'L' TO WK-TRANS-UMNT-ACTION
               END-IF
           END-IF.
           IF WK-CT-N01 (WK-CORR-FOUND) NOT = SPACES
               MOVE WK-CT-N01 (WK-CORR-FOUND) TO WK-EDIT-VALUE-X
               MOVE WK-EDIT-VALUE TO WK-TRANS-N01
