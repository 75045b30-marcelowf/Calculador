      * e assim que um lote reprocessado na manha seguinte a um abend
      * converte pelas cotacoes do dia do movimento; ausente ou
      * zerada, vale a data de hoje, como sempre.
      * Depois da data vem, tambem opcionais, os parametros da dupla
      * alcada: o limite de valor (9, com 2 decimais implicitos)
      * acima do qual um DEPO/WITH fica retido para aprovacao e o
      * prazo, em dias corridos, que a pendencia tem para ser
      * aprovada antes de expirar (3). Ausentes ou zerados, valem os
      * padroes de WK-APRV-LIMIT/WK-APRV-DAYS - para informa-los sem
      * a data de movimento, a data vai zerada. Por ultimo, tambem
      * opcional, o prazo de retencao do historico de deteccao de
      * submissao em dobro, em dias corridos (3; ausente ou zerado,
      * vale WK-DUP-DAYS).
      ******************************************************************
       01  WK-PARM-CARD                PIC X(47).
       01  WK-PARM-CARD-R REDEFINES WK-PARM-CARD.
           05  WK-PARM-NAME            PIC X(20).
           05  WK-PARM-LEVEL           PIC X(03).
           05  WK-PARM-MOVE-DATE       PIC X(08).
           05  WK-PARM-MOVE-DATE-N REDEFINES WK-PARM-MOVE-DATE
                                       PIC 9(08).
           05  WK-PARM-APRV-LIMIT      PIC X(09).
           05  WK-PARM-APRV-LIMIT-N REDEFINES WK-PARM-APRV-LIMIT
                                       PIC 9(07)V9(02).
           05  WK-PARM-APRV-DAYS       PIC X(03).
           05  WK-PARM-APRV-DAYS-N REDEFINES WK-PARM-APRV-DAYS
                                       PIC 9(03).
           05  WK-PARM-DUP-DAYS        PIC X(03).
           05  WK-PARM-DUP-DAYS-N REDEFINES WK-PARM-DUP-DAYS
                                       PIC 9(03).

       01  WK-NAME                     PIC X(20).

      ******************************************************************
       01  WK-CUR-SEQ                  PIC 9(06) VALUE ZERO.
       01  WK-BATCH-ID                 PIC X(08) VALUE SPACES.
           88  WK-RECYCLE-BATCH        VALUE 'RECICLO '.
       01  WK-TRANS-USER-WS            PIC X(20) VALUE SPACES.

      ******************************************************************
           88  WK-IS-WITH-TRANS        VALUE 'WITH'.
           88  WK-IS-AMNT-TRANS        VALUE 'AMNT'.
           88  WK-IS-RMNT-TRANS        VALUE 'RMNT'.
           88  WK-IS-XFER-TRANS        VALUE 'XFER'.
           88  WK-IS-REVS-TRANS        VALUE 'REVS'.
           88  WK-IS-APRV-TRANS        VALUE 'APRV'.

       01  WK-CUR01                    PIC X(03) VALUE SPACES.
       01  WK-CUR02                    PIC X(03) VALUE SPACES.
       01  WK-ACCOUNT-NO               PIC X(10) VALUE SPACES.
       01  WK-XFER-ACCOUNT             PIC X(10) VALUE SPACES.

       01  WK-UMNT-ACTION              PIC X(01) VALUE SPACE.
           88  WK-UMNT-ADD             VALUE 'A'.
           88  WK-UMNT-CHANGE          VALUE 'C'.
           88  WK-UMNT-DEACT           VALUE 'D'.
      *    Num DEPO/WITH o byte de acao nao tem uso; 'L' libera a
      *    transacao da critica de submissao em dobro - e como o
      *    REJRECYC devolve um DUPL-SUSP que a origem confirmou que
      *    nao e duplicata. So vale no lote RECICLO do REJRECYC
      *    (WK-RECYCLE-BATCH); o TRANEDIT recusa o 'L' em outro lote.
           88  WK-DUP-RELEASED         VALUE 'L'.
      *    'O' marca o DEPO/WITH gerado pelo STORDGEN a partir de uma
      *    ordem permanente: o mesmo lote repetir conta/tipo/valor em
      *    outro dia e o proprio da ordem, nao submissao em dobro.
      *    O STORDGEN roda depois do TRANEDIT, que recusa o 'O' (e
      *    qualquer outra acao) vindo do departamento.
           88  WK-STORD-POSTING        VALUE 'O'.
       01  WK-UMNT-NAME                PIC X(20) VALUE SPACES.
       01  WK-UMNT-LEVEL               PIC X(03) VALUE SPACES.

      * transacoes gravadas em WK-RESULT-FILE/WK-LOG-FILE, grava-se um
      * registro em WK-CKPT-FILE com a data e o numero sequencial
      * (WK-TRANS-SEQ) da ultima transacao processada. Uma transacao
      * DEPO/WITH/XFER/REVS forca a gravacao do checkpoint fora do
      * intervalo, ja que ela move saldo em WK-ACCOUNT-FILE e nao pode
      * ser reprocessada em um restart sem duplicar o lancamento - e
      * o mesmo vale para a retencao e para a decisao de dupla alcada
      * (WK-FORCE-CKPT), que gravam em WK-PEND-FILE. Se o
      * job for ressubmetido, o Process-Batch le WK-CKPT-FILE de volta
      * e avanca o TRANFILE ate esse ponto em vez de reprocessar tudo
      * desde o registro 1.
       01  WK-JRNL-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WK-JRNL-FILE-OPEN        VALUE 'S'.

      ******************************************************************
      * Transferencia entre contas (transacao XFER): as duas contas
      * sao lidas e criticadas ANTES de qualquer regravacao, e a
      * imagem de cada uma fica guardada aqui - a leitura da segunda
      * conta reaproveita a area de registro do mestre e apagaria a
      * primeira. Os saldos de antes/depois alimentam o checkpoint de
      * transferencia em curso e o par de registros do diario.
      ******************************************************************
       01  WK-XFER-DEBIT-RECORD         PIC X(71) VALUE SPACES.
       01  WK-XFER-CREDIT-RECORD        PIC X(71) VALUE SPACES.
       01  WK-XFER-DEBIT-BEFORE         PIC S9(09)V9(02) VALUE ZERO.
       01  WK-XFER-DEBIT-AFTER          PIC S9(09)V9(02) VALUE ZERO.
       01  WK-XFER-CREDIT-BEFORE        PIC S9(09)V9(02) VALUE ZERO.
       01  WK-XFER-CREDIT-AFTER         PIC S9(09)V9(02) VALUE ZERO.

      ******************************************************************
      * Reinicio com transferencia em curso: quando o ultimo
      * checkpoint de hoje e o de uma XFER que nao chegou ao
      * checkpoint final, os dados dela ficam guardados aqui e o
      * diario e varrido para saber ate onde ela foi gravada
      * (WK-RCV-JRNL-COUNT = registros XFDB/XFCR daquela data/
      * sequencial ja presentes em WK-JRNL-FILE) e o RESTFILE, para
      * saber se o resultado dela chegou a ser gravado
      * (WK-RCV-RESULT-COUNT). WK-RCV-PEND-* e WK-RCV-APPROVER vem
      * preenchidos quando a transferencia era a efetivacao de uma
      * aprovacao da dupla alcada. WK-RCV-OUTCOME guarda o desfecho
      * para o relatorio de controle: 'D' desfeita para
      * reprocessamento, 'C' completada no reinicio.
      ******************************************************************
       01  WK-RCV-PENDING-SW            PIC X(01) VALUE 'N'.
           88  WK-RCV-PENDING           VALUE 'S'.
       01  WK-RCV-SEQ                   PIC 9(06) VALUE ZERO.
       01  WK-RCV-DEBIT-ACCT            PIC X(10) VALUE SPACES.
       01  WK-RCV-DEBIT-BAL             PIC S9(09)V9(02) VALUE ZERO.
       01  WK-RCV-CREDIT-ACCT           PIC X(10) VALUE SPACES.
       01  WK-RCV-CREDIT-BAL            PIC S9(09)V9(02) VALUE ZERO.
       01  WK-RCV-AMOUNT                PIC S9(07)V9(02) VALUE ZERO.
       01  WK-RCV-USER                  PIC X(20) VALUE SPACES.
       01  WK-RCV-RESTORE-BAL           PIC S9(09)V9(02) VALUE ZERO.
       01  WK-RCV-JRNL-COUNT            PIC 9(02) VALUE ZERO.
       01  WK-RCV-BATCH-ID              PIC X(08) VALUE SPACES.
       01  WK-RCV-PEND-DATE             PIC X(08) VALUE SPACES.
       01  WK-RCV-PEND-DATE-N REDEFINES WK-RCV-PEND-DATE
                                        PIC 9(08).
       01  WK-RCV-PEND-SEQ              PIC X(06) VALUE SPACES.
       01  WK-RCV-PEND-SEQ-N REDEFINES WK-RCV-PEND-SEQ
                                        PIC 9(06).
       01  WK-RCV-APPROVER              PIC X(20) VALUE SPACES.
       01  WK-RCV-RESULT-COUNT          PIC 9(02) VALUE ZERO.
       01  WK-RCV-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
           88  WK-RCV-RESULT-EOF        VALUE 'S'.
       01  WK-RCV-OUTCOME               PIC X(01) VALUE SPACE.
           88  WK-RCV-UNDONE            VALUE 'D'.
           88  WK-RCV-COMPLETED         VALUE 'C'.
       01  WK-JRNL-EOF-SW               PIC X(01) VALUE 'N'.
           88  WK-JRNL-EOF              VALUE 'S'.

      ******************************************************************
      * Estorno (transacao REVS): referencia do lancamento original
      * (data e sequencial no diario, lidos da transacao) e o que a
      * varredura do diario apurou sobre ele - o lancamento DEPO/WITH
      * encontrado (tipo e valor, e quantos casaram com a referencia),
      * se a referencia aponta para um estorno ou para outro tipo de
      * registro, e se ja existe estorno para ele (data/sequencial do
      * estorno anterior, para a mensagem de rejeicao).
      ******************************************************************
       01  WK-REVS-REF-DATE             PIC X(08) VALUE SPACES.
       01  WK-REVS-REF-DATE-N REDEFINES WK-REVS-REF-DATE
                                        PIC 9(08).
       01  WK-REVS-REF-SEQ              PIC X(06) VALUE SPACES.
       01  WK-REVS-REF-SEQ-N REDEFINES WK-REVS-REF-SEQ
                                        PIC 9(06).
       01  WK-REVS-ORIG-TYPE            PIC X(04) VALUE SPACES.
           88  WK-REVS-ORIG-DEPO        VALUE 'DEPO'.
           88  WK-REVS-ORIG-WITH        VALUE 'WITH'.
       01  WK-REVS-ORIG-AMOUNT          PIC S9(07)V9(02) VALUE ZERO.
       01  WK-REVS-MATCH-COUNT          PIC 9(03) VALUE ZERO.
       01  WK-REVS-HIT-REVS-SW          PIC X(01) VALUE 'N'.
           88  WK-REVS-HIT-REVS         VALUE 'S'.
       01  WK-REVS-HIT-OTHER-SW         PIC X(01) VALUE 'N'.
           88  WK-REVS-HIT-OTHER        VALUE 'S'.
       01  WK-REVS-DONE-SW              PIC X(01) VALUE 'N'.
           88  WK-REVS-DONE             VALUE 'S'.
       01  WK-REVS-DONE-DATE            PIC 9(08) VALUE ZERO.
       01  WK-REVS-DONE-SEQ             PIC 9(06) VALUE ZERO.
       01  WK-REVS-NEW-BALANCE          PIC S9(09)V9(02) VALUE ZERO.

      ******************************************************************
      * Dupla alcada (WK-PEND-FILE): DEPO/WITH/XFER acima de
      * WK-APRV-LIMIT, o REVS de um lancamento acima dele e toda
      * AMNT/RMNT ficam retidos como pendencia ate um segundo
      * ADM - que nao o usuario de origem - aprovar ou recusar com uma
      * transacao APRV numa data de movimento posterior; sem decisao
      * ate WK-APRV-DAYS dias corridos depois da retencao, a pendencia
      * expira para o REJFILE (APRV-EXPIR). Limite e prazo podem vir
      * do PARM. WK-APRV-POSTING fica ligado enquanto a transacao
      * aprovada e efetivada pelo fluxo normal, para ela nao voltar a
      * ser retida; WK-HOLD-FOR-APPROVAL indica que a transacao
      * corrente foi retida (e portanto nao efetivada); a aprovacao
      * forca o checkpoint (WK-FORCE-CKPT), como o DEPO/WITH.
      * A referencia da APRV (data/sequencial da retencao) fica na
      * posicao da referencia do estorno REVS.
      ******************************************************************
       01  WK-APRV-LIMIT                PIC 9(07)V9(02)
                                        VALUE 10000,00.
       01  WK-APRV-DAYS                 PIC 9(03) VALUE 005.
       01  WK-APRV-ACTION               PIC X(01) VALUE SPACE.
           88  WK-APRV-APPROVE          VALUE 'A'.
           88  WK-APRV-DECLINE          VALUE 'R'.
       01  WK-APRV-REF-DATE             PIC X(08) VALUE SPACES.
       01  WK-APRV-REF-DATE-N REDEFINES WK-APRV-REF-DATE
                                        PIC 9(08).
       01  WK-APRV-REF-SEQ              PIC X(06) VALUE SPACES.
       01  WK-APRV-REF-SEQ-N REDEFINES WK-APRV-REF-SEQ
                                        PIC 9(06).
       01  WK-APRV-APPROVER             PIC X(20) VALUE SPACES.
       01  WK-APRV-REJ-REASON           PIC X(11) VALUE SPACES.
       01  WK-APRV-POSTING-SW           PIC X(01) VALUE 'N'.
           88  WK-APRV-POSTING          VALUE 'S'.
       01  WK-HOLD-SW                   PIC X(01) VALUE 'N'.
           88  WK-HOLD-FOR-APPROVAL     VALUE 'S'.
       01  WK-FORCE-CKPT-SW             PIC X(01) VALUE 'N'.
           88  WK-FORCE-CKPT            VALUE 'S'.
       01  WK-PEND-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WK-PEND-FOUND            VALUE 'S'.
       01  WK-PEND-EOF-SW               PIC X(01) VALUE 'N'.
           88  WK-PEND-EOF              VALUE 'S'.
       01  WK-PEND-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WK-PEND-FILE-OPEN        VALUE 'S'.
       01  WK-HELD-COUNT                PIC 9(05) VALUE ZERO.
       01  WK-APPROVED-COUNT            PIC 9(05) VALUE ZERO.
       01  WK-APRV-FAILED-COUNT         PIC 9(05) VALUE ZERO.
       01  WK-DECLINED-COUNT            PIC 9(05) VALUE ZERO.
       01  WK-EXPIRED-COUNT             PIC 9(05) VALUE ZERO.

      ******************************************************************
      * Deteccao de submissao em dobro (WK-DUPH-FILE): toda transacao
      * aceita fica no historico por WK-DUP-DAYS dias corridos (o
      * expurgo, no inicio do lote, apaga o que for anterior a
      * WK-DUP-CUTOFF-DATE). Um DEPO/WITH com a mesma conta, tipo e
      * valor de uma transacao do historico vinda de OUTRO lote ou de
      * OUTRO dia e rejeitado como suspeito (DUPL-SUSP), com lote,
      * data e sequencial da transacao anterior em WK-DUP-REF-* (vao
      * para o REJFILE). Repetir conta/tipo/valor dentro do mesmo
      * lote no mesmo dia nao e suspeito: o lote ja foi conferido por
      * quantidade e hash no TRANEDIT, e e tambem o caso do
      * reprocessamento depois de um restart. Tambem nao e suspeito o
      * lancamento de ordem permanente (WK-STORD-POSTING) repetido
      * pelo mesmo lote em outro dia - a ordem diaria gera a mesma
      * conta/tipo/valor todo dia; vindo de outro lote (a ordem
      * tambem digitada a mao) continua suspeito.
      ******************************************************************
       01  WK-DUP-DAYS                  PIC 9(03) VALUE 007.
       01  WK-DUP-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01  WK-DUP-MATCH-WS              PIC X(24) VALUE SPACES.
       01  WK-DUP-REF-BATCH             PIC X(08) VALUE SPACES.
       01  WK-DUP-REF-DATE              PIC 9(08) VALUE ZERO.
       01  WK-DUP-REF-SEQ               PIC 9(06) VALUE ZERO.
       01  WK-DUP-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WK-DUP-FOUND             VALUE 'S'.
       01  WK-DUP-EOF-SW                PIC X(01) VALUE 'N'.
           88  WK-DUP-EOF               VALUE 'S'.
       01  WK-DUPH-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WK-DUPH-FILE-OPEN        VALUE 'S'.
       01  WK-DUP-SUSP-COUNT            PIC 9(05) VALUE ZERO.
       01  WK-DUP-PURGED-COUNT          PIC 9(07) VALUE ZERO.

      ******************************************************************
      * Trava do mes contabil fechado (Check-Period-Lock): ano/mes da
      * data de movimento, comparado com o ultimo mes fechado no
      * controle de execucao da cadeia.
      ******************************************************************
       01  WK-PERIOD-YM                 PIC 9(06) VALUE ZERO.

      ******************************************************************
      * Aritmetica de calendario da data-limite de aprovacao e do
      * corte do historico de duplicidade, em COBOL puro como no
      * STORDGEN: comprimento de cada mes (fevereiro ajustado por ano
      * bissexto), avanco e recuo de um dia civil.
      ******************************************************************
       01  WK-WORK-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-WORK-DATE-R REDEFINES WK-WORK-DATE.
           05  WK-WD-YEAR               PIC 9(04).
           05  WK-WD-MONTH              PIC 9(02).
           05  WK-WD-DAY                PIC 9(02).
       01  WK-MONTH-LEN-VALUES.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  WK-MONTH-LEN-TABLE REDEFINES WK-MONTH-LEN-VALUES.
           05  WK-MONTH-LEN             PIC 9(02) OCCURS 12 TIMES.
       01  WK-MONTH-END-DAY             PIC 9(02) VALUE ZERO.
       01  WK-LEAP-SW                   PIC X(01) VALUE 'N'.
           88  WK-LEAP-YEAR             VALUE 'S'.
       01  WK-DIV-QUOT                  PIC 9(06) VALUE ZERO.
       01  WK-DIV-REM                   PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Repositorio indexado de auditoria (WK-AUDIT-FILE): gravado
      * por Write-Log-Record junto com o WK-LOG-FILE sequencial. Em
       01  WK-JRNL-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-RATLOG-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WK-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WK-PEND-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-DUPH-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WK-RUNC-FILE-STATUS         PIC X(02) VALUE '00'.
