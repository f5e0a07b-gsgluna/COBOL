      *                    file trailer with the totals so the desks'
      *                    systems can verify the feed itself before
      *                    auto-matching it.
      *   2026-10-15 MNT  Every completed cycle now carries its
      *                    movement onto the new SALDOMST running
      *                    balance master, one record per account
      *                    with the business date's opening balance,
      *                    movement and closing balance. The movement
      *                    is read back from the cycle's own GLOUT
      *                    feed at end of job, and the cycle last
      *                    applied is kept on each record so a RERUN
      *                    or RESTART replaces that cycle's movement
      *                    instead of adding it twice. CBL0014 prints
      *                    the trial balance from it.
      *   2026-10-15 MNT  The override byte no longer speaks for
      *                    itself: a record carrying it is honoured
      *                    only against a supervisor's pre-approval on
      *                    the new OVRAUT authorization file (account,
      *                    amount and business date, with an expiry,
      *                    maintained by CBL0015), which is marked used
      *                    by the record it lets through. An override
      *                    with no unused authorization rejects with
      *                    the new AUT reason. The CBL0010 reversal
      *                    batch under the ESTORNO GL operator is
      *                    exempt and flows as before. CBL0016 reports
      *                    the day's use.
      *   2026-10-15 MNT  New VALIDA parameter token: an edit-only run
      *                    that puts the whole TRANSIN through the
      *                    operator authorization, validation, master
      *                    and policy, duplicate and batch balancing
      *                    checks and lists every would-be reject and
      *                    every batch that would not balance on the
      *                    new PRECRIT pre-screen report, so the desks
      *                    can fix a file before the live cycle. It
      *                    writes nothing the live cycle owns - no
      *                    AUDITLOG, GLOUT, GLCTL, GLFEEDS, REJOUT,
      *                    REJSUSP, SUSPCTL, DUPHIST, RUNCTL, CONFOUT,
      *                    checkpoint, balance or authorization update;
      *                    DUPHIST and OVRAUT are only read, and
      *                    repeats within the file are caught in core.
      *   2026-10-15 MNT  Value-dated transactions: layout version 3 is
      *                    the version-2 detail plus a value date. A
      *                    detail dated after the business date is
      *                    held on the new AGENDA warehouse instead of
      *                    processed - its batch still counts it
      *                    against the desk's trailer - and every
      *                    cycle opens by releasing the items now due
      *                    through the ordinary validation, duplicate
      *                    and policy path, one batch per originating
      *                    batch with its own control record and
      *                    trailer. New DTV reason for an unreadable
      *                    value date; the register and CONFOUT carry
      *                    each batch's held count and mark release
      *                    batches. CBL0018 lists and cancels held
      *                    items.
      *   2026-10-15 MNT  Every completed run files an exact copy of its
      *                    GLOUT feed, header and trailer included, on
      *                    the GLARQ generation archive keyed by the
      *                    generation number, for CBL0019 to retransmit
      *                    from. The GLFEEDS register records gained a
      *                    delivery type ("O" original, "R" a CBL0019
      *                    retransmission) and the business date of
      *                    the delivery; the RERUN generation lookup
      *                    only reads originals.
      *   2026-10-15 MNT  Summarized GL journal: a ledger account listed
      *                    on the new GLRESUMO option file (or every
      *                    ledger, for a "*" record) no longer gets one
      *                    GLOUT posting per transaction but one type-S
      *                    journal line per cycle, with the summed
      *                    GL-SOMA and the transaction count, inside the
      *                    same envelope. Each summarized transaction is
      *                    filed on the new GLDETAL detail backup with
      *                    its AUDITLOG figures and the feed position of
      *                    the journal line it went into, which is how
      *                    CBL0010 reverses a returned journal line and
      *                    how 8600 still moves the balances account by
      *                    account. GLFEEDS records gained the number of
      *                    transactions the feed carried, since the
      *                    posting count no longer says.
      *   2026-10-15 MNT  Every completed live run appends its batch
      *                    register to the new permanent LOTHIST batch
      *                    history - date, cycle, generation, operator,
      *                    batch number, counts, status, the range of
      *                    suspense ids the batch's rejects took and
      *                    its rejects by reason code - for the monthly
      *                    operator scorecard, CBL0020. SAIDAOUT and
      *                    CONFOUT are overwritten by the next cycle.
      *   2026-10-15 MNT  Account code succession: a detail record on a
      *                    closed account that CBL0005 linked to a
      *                    successor on the new CTASUC file is posted
      *                    to the successor, following the links to
      *                    the first account that is not closed, and
      *                    screened on that account's policy. The
      *                    AUDITLOG record grew a trailing origin field
      *                    keeping the code as keyed, SAIDAOUT shows it
      *                    beside the successor and ESTATOUT counts the
      *                    records redirected. A closed account with no
      *                    link still rejects ENC.
      *   2026-10-15 MNT  SALDOMST and GLARQ open at start-up with the
      *                    other files. The balances are now updated
      *                    per movement by key, with no table cap, and
      *                    before the summarized lines and trailer go
      *                    on GLOUT. A RESTART that finds the feed
      *                    already closed by its trailer leaves it as
      *                    it is instead of appending to it. SALDOMST
      *                    write failures stop the job.
      *   2026-10-15 MNT  Each batch's LOTHIST record is written as the
      *                    batch closes, under a batch number that
      *                    runs through the cycle. The checkpoint
      *                    carries the open batch's number, counts,
      *                    suspense id range and rejects by reason, so
      *                    a RESTART neither loses the batches closed
      *                    before the crash nor undercounts the one it
      *                    resumes.
      *   2026-10-15 MNT  A VALIDA run no longer opens SAIDAOUT, EXCPOUT
      *                    or ESTATOUT: its exception text and its
      *                    statistics go to PRECRIT, and its per-record
      *                    report lines are dropped.
      *   2026-10-15 MNT  GLARQ records an earlier attempt at the same
      *                    generation filed past the new feed's end
      *                    are deleted after the copy.
      *   2026-10-15 MNT  A held item's AGENDA entry carries its
      *                    batch's cycle-wide number, as LOTHIST does,
      *                    instead of its slot in this run's register.
      *   2026-10-15 MNT  An OVRAUT authorization is marked used only
      *                    after the record that used it is
      *                    checkpointed, and the checkpoint names it so
      *                    a RESTART can finish the marking. A run other
      *                    than a RESTART may reuse one an abandoned
      *                    attempt at its own generation left marked.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT PRECRITICA-FILE ASSIGN TO PRECRIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

           SELECT REJEITO-FILE ASSIGN TO REJOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-STATUS.

           SELECT ARQGL-FILE ASSIGN TO GLARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT MESTRE-FILE ASSIGN TO CONTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT CONFIRMA-FILE ASSIGN TO CONFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT SALDO-FILE ASSIGN TO SALDOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CONTA
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO OVRAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-AGD-STATUS.

           SELECT HISTLOTE-FILE ASSIGN TO LOTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLT-STATUS.

           SELECT OPCRES-FILE ASSIGN TO GLRESUMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPC-STATUS.

           SELECT DETALHE-FILE ASSIGN TO GLDETAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTL-CHAVE
               FILE STATUS IS WS-DTL-STATUS.

           SELECT SUCESSAO-FILE ASSIGN TO CTASUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CONTA
               FILE STATUS IS WS-SUC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * signed 7.2 decimal layout (TR-REG-DETALHE-V2 and
      * TR-REG-TRAILER-V2 below); anything else, blank included, is
      * the original version-1 layout, so files cut by departments
      * that have not converted yet run unchanged. "3" is the value-
      * dated layout: a version-2 detail carrying a value date
      * (TR-REG-DETALHE-V3) under the version-2 trailer; a detail
      * dated after the business date is held on AGENDA and released
      * by the first cycle of its value date.
      *----------------------------------------------------------------
      * TR-OPERADOR/TR-CAMPO-1/TR-CAMPO-2 are PIC X(36), not X(50): the
      * operator header line built in 2000-PROCESSA-CONTROLE only has
      * reversal of a bounced posting still flows when the account
      * has since been suspended or the negated operands fall outside
      * its limit range; the original posting already passed the
      * screen, and stranding the correction would be worse. Outside
      * the ESTORNO GL batch the byte is only honoured against a
      * supervisor's authorization on OVRAUT (see 3065).
       01  TR-REG-DETALHE REDEFINES TR-REG-CONTROLE.
           05  TD-TIPO-REG        PIC X(01).
           05  TD-N01             PIC X(02).
           05  TD2-CONTA          PIC X(05).
           05  TD2-OVERRIDE       PIC X(01).
           05  FILLER             PIC X(128).
      * TD3-DATA-VALOR is the business date (AAAADDD, as CALFILE maps
      * it) the desk wants the record to post on; everything before
      * it is the version-2 detail, byte for byte.
       01  TR-REG-DETALHE-V3 REDEFINES TR-REG-CONTROLE.
           05  TD3-TIPO-REG       PIC X(01).
           05  FILLER             PIC X(26).
           05  TD3-DATA-VALOR     PIC X(07).
           05  FILLER             PIC X(121).
       01  TR-REG-TRAILER REDEFINES TR-REG-CONTROLE.
           05  TT-TIPO-REG        PIC X(01).
           05  TT-TOTAL-CONTROLE  PIC 9(09).
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCP-RECORD             PIC X(132).
      *----------------------------------------------------------------
      * PRECRITICA-FILE - the pre-screen report of a VALIDA run, for
      * the desk that cut the file: per would-be reject the batch,
      * the record's position in TRANSIN, the reason code REJOUT
      * would have carried and the record image; per batch that
      * would not close balanced its reconciliation; then the
      * totals. Only opened in that mode.
      *----------------------------------------------------------------
       FD  PRECRITICA-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PRE-RECORD              PIC X(132).
      *----------------------------------------------------------------
      * REJEITO-FILE - the machine-readable companion to EXCECOES-FILE:
      * one fixed-layout record per rejected transaction carrying the
      * run date, a three-letter reason code (TIP = unexpected record
      * batch whose operator failed authorization against the OPERMST
      * master, SUS = account suspended on the master, ENC = account
      * closed on the master, LIM = operand outside the account's own
      * limit range, AUT = override byte with no unused supervisor
      * authorization on OVRAUT, DTV = value date on a version-3
      * detail that is not a readable AAAADDD date), the
      * layout version of the batch the record arrived in, and the
      * untouched 155-byte image of the record as it arrived, so the
      * data-control clerk can correct it in place and CBL0004 can
      *----------------------------------------------------------------
      * AUDITORIA-FILE - one record per transaction processed, appended
      * across runs so every day's processing can be reconciled later.
      * AUDIT-CONTA is the account the transaction posted to; when the
      * keyed code was a closed account redirected to its successor,
      * AUDIT-CONTA-ORIGEM keeps the code as keyed, and it is spaces
      * otherwise. It was added at the end of the record, so records
      * appended before it read it as blank.
      *----------------------------------------------------------------
       FD  AUDITORIA-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUDIT-DATA              PIC X(10).
           05  AUDIT-N01               PIC S9(07)V99
           05  AUDIT-DIVISAO           PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  AUDIT-CONTA             PIC X(05).
           05  AUDIT-CONTA-ORIGEM      PIC X(05).
      *----------------------------------------------------------------
      * CHECKPOINT-FILE - one record per WS-CKPT-INTERVALO (every
      * record - see its note in WORKING-STORAGE) so a restarted run
      * suspense id sequence - SUSPCTL is only rewritten at end of
      * job, so without the checkpoint a restarted run would re-issue
      * ids already stamped on the pre-crash rejects preserved on the
      * EXTEND-opened REJOUT. CKPT-ULTIMO-LOTE is the last LOTHIST
      * batch number issued and CKPT-LOTE the batches a RESTART has
      * to pick up again: (1) the batch open when the checkpoint was
      * cut, with its counts, suspense id range and rejects by reason
      * so far (CKPT-LT-GRUPO names a release batch's AGENDA group),
      * and (2) a desk batch an earlier RESTART had still to resume
      * when it was cut. CKPT-LT-NUMERO zero is no batch.
      * CKPT-AUT-PENDENTE is the OVRAUT key of the authorization the
      * checkpointed record used, with its batch operator; it is
      * marked used on OVRAUT only after the checkpoint is written,
      * and a RESTART marks it again in case the crash came between
      * the two. Spaces is none - and what a checkpoint cut before
      * the field existed reads.
      *----------------------------------------------------------------
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 544 CHARACTERS.
       01  CKPT-RECORD.
           05  CKPT-CONTADOR           PIC 9(09).
           05  CKPT-CHAVE              PIC 9(04).
           05  CKPT-HASH-GL            PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  CKPT-ULTIMO-ID          PIC 9(09).
           05  CKPT-ULTIMO-LOTE        PIC 9(04).
           05  CKPT-LOTE OCCURS 2 TIMES.
               10  CKPT-LT-NUMERO      PIC 9(04).
               10  CKPT-LT-TIPO        PIC X(01).
               10  CKPT-LT-GRUPO       PIC X(21).
               10  CKPT-LT-OPERADOR    PIC X(36).
               10  CKPT-LT-QTD-REG     PIC 9(09).
               10  CKPT-LT-ACEITOS     PIC 9(09).
               10  CKPT-LT-REJEITADOS  PIC 9(09).
               10  CKPT-LT-RETIDOS     PIC 9(09).
               10  CKPT-LT-ID-INI      PIC 9(09).
               10  CKPT-LT-ID-FIM      PIC 9(09).
               10  CKPT-LT-MOTIVO      PIC 9(07) OCCURS 13 TIMES.
           05  CKPT-AUT-PENDENTE       PIC X(29).
           05  CKPT-AUT-OPERADOR       PIC X(36).
      *----------------------------------------------------------------
      * GL-FILE - the interface feed for the downstream general ledger
      * posting job, wrapped in an envelope so a lost or double-loaded
      * newline-delimited, or GL-FILE needs to move to ORGANIZATION
      * SEQUENTIAL with a matching fixed-length read on its side.
      *----------------------------------------------------------------
      * A ledger account on the GLRESUMO option gets no type-D
      * postings; its transactions go to GLDETAL instead and the feed
      * carries one type-S journal line for it per cycle, written at
      * end of job ahead of the trailer: the ledger account, the
      * summed GL-SOMA (wide enough for a cycle's worth) and the
      * number of transactions summed. The trailer counts lines, type
      * D and S alike - what the GL shop loads and acknowledges - and
      * its hash is the same sum of GL-SOMA in either form.
       FD  GL-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  GL-RECORD.
           05  GL-T-HASH               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(71).
       01  GL-REG-RESUMO REDEFINES GL-RECORD.
           05  GL-S-TIPO-REG           PIC X(01).
           05  GL-S-DATA               PIC X(10).
           05  GL-S-QTD-TRANS          PIC 9(09).
           05  FILLER                  PIC X(11).
           05  GL-S-SOMA               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(12).
           05  GL-S-CONTA-RAZAO        PIC X(08).
           05  GL-S-DESCRICAO          PIC X(30).
      *----------------------------------------------------------------
      * CALENDARIO-FILE - the processing calendar operations maintains:
      * one record per system date mapping it to the official business
      * sits at the END of the record so the register's pre-cutover
      * 41-byte records still parse - they simply read with a blank
      * cycle, the same choice AUDIT-CONTA made on AUDITLOG.
      * FEED-TIPO and FEED-DATA-ENVIO follow for the same reason:
      * "O" is the run's original delivery, "R" a retransmission
      * CBL0019 logged (carrying the original's date, cycle, count
      * and hash, and the business date it went out again), and an
      * older 44-byte record reads blank - an original. Every reader
      * that totals what was sent skips the "R" records.
      * FEED-QTD-TRANS is the number of transactions the feed posted:
      * FEED-CONTAGEM counts its lines, and a summarized journal line
      * stands for many. An older record reads it blank, and its
      * readers take FEED-CONTAGEM instead - every line was one then.
      *----------------------------------------------------------------
       FD  FEEDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FEED-RECORD.
           05  FEED-DATA               PIC X(10).
           05  FEED-GERACAO            PIC 9(06).
           05  FEED-HASH               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FEED-CICLO              PIC 9(03).
           05  FEED-TIPO               PIC X(01).
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * ARQGL-FILE - the GLOUT generation archive: every record of a
      * completed run's feed, header and trailer included, keyed by
      * the feed's generation and the record's position in it, so
      * CBL0019 can re-cut any generation exactly as it was sent.
      * Written at 8000-FINALIZACAO after the trailer is on the feed;
      * a RESTART that reaches 8000 again simply rewrites the same
      * entries. Never pruned here. The layout must stay in step with
      * ARQ-RECORD in CBL0019.
      *----------------------------------------------------------------
       FD  ARQGL-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01  ARQ-RECORD.
           05  ARQ-CHAVE.
               10  ARQ-GERACAO         PIC 9(06).
               10  ARQ-SEQUENCIA       PIC 9(09).
           05  ARQ-REGISTRO            PIC X(97).
      *----------------------------------------------------------------
      * MESTRE-FILE - the CONTAMST account/operand master keyed on the
      * five-byte account code carried in TD-CONTA, maintained by the
      * byte - B balanced, F out of balance, S no trailer, R operator
      * refused) and a type-T trailer carrying the batch count and
      * the accepted/rejected totals so the receiving side can verify
      * the confirmation feed itself. CONF-RETIDOS counts the batch's
      * value-dated details held on AGENDA - neither accepted nor
      * rejected yet - and CONF-TIPO-LOTE tells a desk's own batch
      * ("D") from a release of held items ("A"); both sit at the end
      * so a matcher reading the old 73 bytes still parses the rest.
      * A record that hits the divisor-
      * zero guard counts on both sides, exactly as it does in the
      * run statistics. Like the register, a RESTART run's feed
      * covers the batches this run touched.
      *----------------------------------------------------------------
       FD  CONFIRMA-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  CONF-RECORD.
           05  CONF-TIPO-REG           PIC X(01).
           05  CONF-DATA               PIC X(10).
           05  CONF-ACEITOS            PIC 9(09).
           05  CONF-REJEITADOS         PIC 9(09).
           05  CONF-SITUACAO           PIC X(01).
           05  CONF-RETIDOS            PIC 9(09).
           05  CONF-TIPO-LOTE          PIC X(01).
       01  CONF-REG-TRAILER REDEFINES CONF-RECORD.
           05  CNT-TIPO-REG            PIC X(01).
           05  CNT-QTD-LOTES           PIC 9(04).
           05  CNT-ACEITOS             PIC 9(09).
           05  CNT-REJEITADOS          PIC 9(09).
           05  CNT-RETIDOS             PIC 9(09).
           05  FILLER                  PIC X(51).
      *----------------------------------------------------------------
      * SALDO-FILE - the SALDOMST running balance master, one record
      * per CONTAMST account that has ever had movement, keyed on the
      * same five-byte account code. SLD-DATA is the business date
      * the position describes: SLD-SALDO-ABERTURA is the balance the
      * date opened with (the previous date's closing balance),
      * SLD-MOVIMENTO/SLD-QTD-LANC the date's movement - the GL-SOMA
      * of every posting - and count across all its cycles so far,
      * and SLD-SALDO-FECHAMENTO the opening plus the movement. The
      * first movement of a later date rolls the position forward.
      * SLD-CICLO/SLD-GERACAO name the last cycle applied and the
      * feed generation that applied it, and SLD-MOV-CICLO/
      * SLD-QTD-CICLO that cycle's own share of the movement, which
      * is what a RERUN of the cycle takes back out before applying
      * its own. The layout must stay in step with SLD-RECORD in
      * CBL0014.
      *----------------------------------------------------------------
       FD  SALDO-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  SLD-RECORD.
           05  SLD-CONTA               PIC X(05).
           05  SLD-DATA                PIC X(10).
           05  SLD-SALDO-ABERTURA      PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  SLD-MOVIMENTO           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  SLD-SALDO-FECHAMENTO    PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  SLD-QTD-LANC            PIC 9(09).
           05  SLD-CICLO               PIC 9(03).
           05  SLD-GERACAO             PIC 9(06).
           05  SLD-MOV-CICLO           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  SLD-QTD-CICLO           PIC 9(09).
      *----------------------------------------------------------------
      * AUTORIZA-FILE - the OVRAUT override authorization file,
      * maintained by CBL0015: one entry per override a supervisor
      * pre-approved, keyed on the account, the amount (the record's
      * SOMA, the figure that posts to the ledger), the business date
      * the override was approved for and a sequence that lets the
      * same override be approved more than once. AUT-VALIDADE is the
      * last business date it may still be used on. AUT-SITUACAO is
      * "A" available, "U" used, "C" cancelled by CBL0015; a used
      * entry carries the date, cycle, feed generation and batch
      * operator of the run that used it, which is what CBL0016
      * reports and what lets a RERUN of that cycle use it again.
      * The layout must stay in step with AUT-RECORD in CBL0015 and
      * CBL0016.
      *----------------------------------------------------------------
       FD  AUTORIZA-FILE
           RECORD CONTAINS 131 CHARACTERS.
       01  AUT-RECORD.
           05  AUT-CHAVE.
               10  AUT-CONTA           PIC X(05).
               10  AUT-VALOR           PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
               10  AUT-DATA            PIC X(10).
               10  AUT-SEQUENCIA       PIC 9(03).
           05  AUT-VALIDADE            PIC X(10).
           05  AUT-APROVADOR           PIC X(36).
           05  AUT-SITUACAO            PIC X(01).
           05  AUT-DATA-USO            PIC X(10).
           05  AUT-CICLO-USO           PIC 9(03).
           05  AUT-GERACAO-USO         PIC 9(06).
           05  AUT-OPERADOR-USO        PIC X(36).
      *----------------------------------------------------------------
      * AGENDA-FILE - the warehouse of value-dated details held for a
      * later business date, keyed on the value date first so the
      * release reads the items due in one forward pass, then the
      * business date, cycle and TRANSIN record number the item
      * arrived on - which also keeps each originating batch's items
      * together, and lets a RERUN or RESTART that meets the same
      * record again land on the same entry. The entry keeps the
      * untouched record image and its batch's control fields, so
      * the release can rebuild the batch it came from.
      * AGD-LOTE-ORIGEM is that batch's number within its cycle, the
      * one LOTHIST carries in HLT-SEQUENCIA, which holds across a
      * RESTART. AGD-VALOR is the record's SOMA, what its batch
      * counted it for.
      * AGD-SITUACAO is "A" held, "L" released (with the date, cycle
      * and feed generation of the run that released it - what lets
      * a RERUN of that cycle release it again) or "C" cancelled by
      * CBL0018. The layout must stay in step with AGD-RECORD in
      * CBL0018.
      *----------------------------------------------------------------
       FD  AGENDA-FILE
           RECORD CONTAINS 379 CHARACTERS.
       01  AGD-RECORD.
           05  AGD-CHAVE.
               10  AGD-DATA-VALOR      PIC X(07).
               10  AGD-DATA-ORIGEM     PIC X(07).
               10  AGD-CICLO-ORIGEM    PIC 9(03).
               10  AGD-REGISTRO-ORIGEM PIC 9(09).
           05  AGD-LOTE-ORIGEM         PIC 9(04).
           05  AGD-SITUACAO            PIC X(01).
           05  AGD-CONTA               PIC X(05).
           05  AGD-VALOR               PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
           05  AGD-OPERADOR            PIC X(36).
           05  AGD-CAMPO-1             PIC X(36).
           05  AGD-CAMPO-2             PIC X(36).
           05  AGD-FLAG-SOMA           PIC X(01).
           05  AGD-FLAG-SUBTRACAO      PIC X(01).
           05  AGD-FLAG-MULT           PIC X(01).
           05  AGD-FLAG-DIVISAO        PIC X(01).
           05  AGD-REGISTRO            PIC X(155).
           05  AGD-DATA-LIB            PIC X(10).
           05  AGD-CICLO-LIB           PIC 9(03).
           05  AGD-GERACAO-LIB         PIC 9(06).
           05  AGD-DATA-CANCEL         PIC X(10).
           05  AGD-CANCELADO-POR       PIC X(36).
      *----------------------------------------------------------------
      * HISTLOTE-FILE - the LOTHIST batch history: a live run appends
      * one record per batch as the batch closes, and nothing ever
      * rewrites or prunes it. HLT-SEQUENCIA is the batch's number in
      * its cycle, which a RESTART carries on from the checkpoint, so
      * the batches closed before a crash and the ones closed after
      * it make up one cycle between them. HLT-GERACAO is the run's
      * feed generation: a RERUN appends the cycle's batches again
      * under a new generation, and readers keep only the latest
      * generation of a date and cycle, the same rule CBL0014
      * applies to GLFEEDS. HLT-ID-INICIAL/HLT-ID-FINAL bracket the
      * REJSUSP ids the batch's rejects were registered under (zero
      * when none were), which is what ties a repair back to the
      * desk that sent the bad record. HLT-MOTIVOS carries the
      * batch's rejects by reason code, every code in a fixed order,
      * code and count side by side. The layout must stay in step
      * with HLT-RECORD in CBL0020.
      *----------------------------------------------------------------
       FD  HISTLOTE-FILE
           RECORD CONTAINS 233 CHARACTERS.
       01  HLT-RECORD.
           05  HLT-DATA-NEGOCIO        PIC 9(07).
           05  HLT-CICLO               PIC 9(03).
           05  HLT-GERACAO             PIC 9(06).
           05  HLT-OPERADOR            PIC X(36).
           05  HLT-SEQUENCIA           PIC 9(04).
           05  HLT-ACEITOS             PIC 9(09).
           05  HLT-REJEITADOS          PIC 9(09).
           05  HLT-SITUACAO            PIC X(01).
           05  HLT-TIPO-LOTE           PIC X(01).
           05  HLT-RETIDOS             PIC 9(09).
           05  HLT-ID-INICIAL          PIC 9(09).
           05  HLT-ID-FINAL            PIC 9(09).
           05  HLT-MOTIVOS OCCURS 13 TIMES.
               10  HLT-MOT-CODIGO      PIC X(03).
               10  HLT-MOT-QTD         PIC 9(07).
      *----------------------------------------------------------------
      * OPCRES-FILE - the GLRESUMO summarized-journal option: one
      * MST-CONTA-RAZAO per record whose postings are sent as one
      * journal line per cycle, or a record with "*" in its first
      * byte for every ledger. No file means every ledger gets its
      * postings one by one, as before. Read at start-up only.
      *----------------------------------------------------------------
       FD  OPCRES-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPC-RECORD.
           05  OPC-CONTA-RAZAO         PIC X(08).
      *----------------------------------------------------------------
      * DETALHE-FILE - the GLDETAL detail backup of the summarized
      * journal: one entry per transaction a type-S line summed,
      * keyed on the feed generation, the ledger account and the
      * item's order within the generation, carrying the figures its
      * AUDITLOG record carries. DTL-LINHA is the journal line's
      * position among the feed's postings (1 = the first record
      * after the header), filled in at end of job when the line is
      * written - the GL shop returns a journal line by that
      * position. Never pruned here. The layout must stay in step
      * with DTL-RECORD in CBL0010.
      *----------------------------------------------------------------
       FD  DETALHE-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01  DTL-RECORD.
           05  DTL-CHAVE.
               10  DTL-GERACAO         PIC 9(06).
               10  DTL-CONTA-RAZAO     PIC X(08).
               10  DTL-ITEM            PIC 9(09).
           05  DTL-LINHA               PIC 9(09).
           05  DTL-CICLO               PIC 9(03).
           05  DTL-AUD-DATA            PIC X(10).
           05  DTL-AUD-N01             PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-N02             PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-SOMA            PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-SUBTRACAO       PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-MULTIPLICACAO   PIC S9(14)V9(04)
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-DIVISAO         PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  DTL-AUD-CONTA           PIC X(05).
      *----------------------------------------------------------------
      * SUCESSAO-FILE - the CTASUC account succession file CBL0005
      * maintains: a closed account's code, the account that takes
      * over its traffic and the business date the link took effect.
      * Read-only here, and optional - with no file there is no
      * succession and a closed account rejects ENC as before. The
      * layout must stay in step with SUC-RECORD in CBL0005.
      *----------------------------------------------------------------
       FD  SUCESSAO-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUC-RECORD.
           05  SUC-CONTA               PIC X(05).
           05  SUC-SUCESSORA           PIC X(05).
           05  SUC-DATA                PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-N01             PIC 9(02) VALUE ZEROS.
       77 WS-ESTAT-STATUS   PIC X(02) VALUE "00".
       77 WS-GLCTL-STATUS    PIC X(02) VALUE "00".
       77 WS-FEEDS-STATUS    PIC X(02) VALUE "00".
       77 WS-ARQ-STATUS      PIC X(02) VALUE "00".
       77 WS-OPER-STATUS     PIC X(02) VALUE "00".
       77 WS-SUSP-STATUS     PIC X(02) VALUE "00".
       77 WS-SUSPCTL-STATUS  PIC X(02) VALUE "00".
       77 WS-DUP-STATUS      PIC X(02) VALUE "00".
       77 WS-CONF-STATUS     PIC X(02) VALUE "00".
       77 WS-SALDO-STATUS    PIC X(02) VALUE "00".
       77 WS-AUT-STATUS      PIC X(02) VALUE "00".
       77 WS-PRE-STATUS      PIC X(02) VALUE "00".
       77 WS-AGD-STATUS      PIC X(02) VALUE "00".
       77 WS-OPC-STATUS      PIC X(02) VALUE "00".
       77 WS-HLT-STATUS      PIC X(02) VALUE "00".
       77 WS-DTL-STATUS      PIC X(02) VALUE "00".
       77 WS-SUC-STATUS      PIC X(02) VALUE "00".

      * The next suspense ledger id, seeded from SUSPCTL at start-up
      * and bumped by 3500-GRAVA-REJEITO per reject.
       77 WS-DESCRICAO-CONTA PIC X(30) VALUE SPACES.
       77 WS-CONTA-RAZAO     PIC X(08) VALUE SPACES.

      * The keyed code of a record 3062 redirected from a closed
      * account to its successor (spaces when not redirected), the
      * link being followed, and the hop count that guards the walk
      * along the CTASUC links. CBL0005 never lets the links loop;
      * WS-MAX-SALTOS is only a backstop against a damaged file.
       77 WS-CONTA-ORIGEM    PIC X(05) VALUE SPACES.
       77 WS-CONTA-SUCESSAO  PIC X(05) VALUE SPACES.
       77 WS-QTD-SALTOS      PIC 9(04) COMP VALUE ZERO.
       77 WS-MAX-SALTOS      PIC 9(04) COMP VALUE 10.

      * MAXIMO is 95, not 99: a 2-digit NUMERIC field is already
      * guaranteed to be 00-99, so the range check only has teeth if it
      * enforces something narrower than the field's native width -
       77 WS-QTD-REJ-SUSP        PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REJ-ENCER       PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REJ-LIMITE      PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REDIR-SUC       PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REJ-AUTORIZ     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REJ-DATAVAL     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-OVR-AUTORIZ     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-OVR-ESTORNO     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REJEITADOS      PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-CHECKPOINTS     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-LOTES-FORA      PIC 9(04) COMP VALUE ZERO.

      * WS-LT-QTD-ACE/WS-LT-QTD-REJ accumulate in place while the
      * batch is open (LT-IDX is stable until its trailer closes it)
      * and feed the CONFOUT confirmation records. WS-LT-QTD-RET
      * counts the batch's details held on AGENDA, WS-LT-TIPO is "D"
      * for a desk's batch and "A" for a release of held items.
       01 WS-TABELA-LOTES.
           05 WS-QTD-LOTES        PIC 9(04) COMP VALUE ZERO.
           05 WS-LOTE-ENT OCCURS 200 TIMES INDEXED BY LT-IDX.
               10 WS-LT-QTD-ACE   PIC 9(09) COMP.
               10 WS-LT-QTD-REJ   PIC 9(09) COMP.
               10 WS-LT-SITUACAO  PIC X(01).
               10 WS-LT-QTD-RET   PIC 9(09) COMP.
               10 WS-LT-TIPO      PIC X(01).
               10 WS-LT-ID-INI    PIC 9(09) COMP.
               10 WS-LT-ID-FIM    PIC 9(09) COMP.
               10 WS-LT-REJ-MOT   PIC 9(07) COMP
                                  OCCURS 13 TIMES.
               10 WS-LT-NUMERO    PIC 9(04) COMP.
               10 WS-LT-HIST      PIC X(01).

      * LOTHIST numbering: every batch a live cycle opens takes the
      * next number in WS-LT-NUMERO, carried across a RESTART on the
      * checkpoint, so a batch keeps its number whichever run closes
      * it. WS-LT-HIST is "S" once the batch's LOTHIST record is out.
       77 WS-ULTIMO-LOTE         PIC 9(04) COMP VALUE ZERO.

      * The batches a RESTART picks up again, as the last checkpoint
      * left them - the same layout as CKPT-LOTE: (1) a release batch
      * the crash interrupted, (2) the desk batch the skip resumes
      * inside. WS-LR-HIST is "S" when 2550 finds the batch's record
      * already on LOTHIST - its close got out, its checkpoint did
      * not - so closing it again writes nothing.
       01 WS-LOTES-RETOMADOS VALUE ZEROS.
           05 WS-LR-DADOS OCCURS 2 TIMES.
               10 WS-LR-NUMERO    PIC 9(04).
               10 WS-LR-TIPO      PIC X(01).
               10 WS-LR-GRUPO     PIC X(21).
               10 WS-LR-OPERADOR  PIC X(36).
               10 WS-LR-QTD-REG   PIC 9(09).
               10 WS-LR-ACEITOS   PIC 9(09).
               10 WS-LR-REJEITADOS PIC 9(09).
               10 WS-LR-RETIDOS   PIC 9(09).
               10 WS-LR-ID-INI    PIC 9(09).
               10 WS-LR-ID-FIM    PIC 9(09).
               10 WS-LR-MOTIVO    PIC 9(07) OCCURS 13 TIMES.
       01 WS-LOTES-RETOMADOS-HIST VALUE "NN".
           05 WS-LR-HIST          PIC X(01) OCCURS 2 TIMES.

       77 WS-LR-SUB              PIC 9(04) COMP VALUE ZERO.
       77 WS-SW-FIM-HLT          PIC X(01) VALUE "N".
           88 FIM-HISTORICO-LOTES      VALUE "S".

       77 WS-MAX-LOTES           PIC 9(04) COMP VALUE 200.
       77 WS-LOTE-SEQ            PIC 9(04) COMP VALUE ZERO.
       77 WS-CONF-TOT-ACE        PIC 9(09) COMP VALUE ZERO.
       77 WS-CONF-TOT-REJ        PIC 9(09) COMP VALUE ZERO.
       77 WS-CONF-TOT-RET        PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RET-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-SUFIXO-LOTE         PIC X(30) VALUE SPACES.

      * The reason codes the batch job issues, in the order the batch
      * table's WS-LT-REJ-MOT counters and the LOTHIST record carry
      * them. A new reason code is added at the end here, in the
      * OCCURS above and in HLT-MOTIVOS.
       01 WS-MOTIVOS-FIXO.
           05 FILLER PIC X(39)
               VALUE "TIPNUMFXADIVCTALOTDUPOPESUSENCLIMAUTDTV".
       01 WS-MOTIVOS-LOTE REDEFINES WS-MOTIVOS-FIXO.
           05 WS-MOT-CODIGO PIC X(03) OCCURS 13 TIMES
                            INDEXED BY MO-IDX.

       77 WS-QTD-MOT-LOTE        PIC 9(04) COMP VALUE 13.
       77 WS-MOT-SUB             PIC 9(04) COMP VALUE ZERO.
       77 WS-LOTE-ED             PIC Z(03)9 VALUE ZEROS.
       77 WS-QTD-LOTES-ED        PIC Z(03)9 VALUE ZEROS.
       77 WS-QTD-REG-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-CKPT-QTD-GL-LIDO   PIC 9(09) COMP VALUE ZERO.
       77 WS-CKPT-HASH-LIDO     PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-CKPT-ID-LIDO       PIC 9(09) COMP VALUE ZERO.
       77 WS-CKPT-LOTE-LIDO     PIC 9(04) COMP VALUE ZERO.

       77 WS-PARM-LINHA      PIC X(80) VALUE SPACES.

       77 WS-SW-OPER-OK      PIC X(01) VALUE "S".
           88 OPERADOR-AUTORIZADO    VALUE "S".

      * Whether the record in hand carries an override that is being
      * honoured, set by 3060 from whichever detail layout applies
      * once the byte is backed by an authorization (or the batch is
      * the ESTORNO GL reversal batch); an overridden record skips the
      * account's policy screen there and the duplicate check in 3070.
       77 WS-SW-ISENTO-POL   PIC X(01) VALUE "N".
           88 POLITICA-ISENTA        VALUE "S".

      * The operator CBL0010 cuts its reversal batch under; its
      * overrides need no supervisor authorization. Must stay in step
      * with the control record CBL0010 writes.
       77 WS-OPERADOR-ESTORNO PIC X(36) VALUE "ESTORNO GL".

      * The override lookup on OVRAUT: the account and amount the
      * authorization must carry - the amount is the record's SOMA,
      * computed here ahead of the calculation paragraphs.
       01 WS-CHAVE-AUT.
           05 WS-AUT-CONTA        PIC X(05).
           05 WS-AUT-VALOR        PIC S9(08)V99
                                   SIGN LEADING SEPARATE.

       77 WS-SW-FIM-AUT       PIC X(01) VALUE "N".
           88 FIM-AUTORIZACOES       VALUE "S".

       77 WS-SW-ACHOU-AUT     PIC X(01) VALUE "N".
           88 AUTORIZACAO-ACHADA     VALUE "S".

      * The authorization the record in hand used, held until its
      * checkpoint is written (3068), and the batch operator it is
      * marked used by.
       77 WS-AUT-PENDENTE     PIC X(29) VALUE SPACES.
       77 WS-AUT-OPERADOR-PEND PIC X(36) VALUE SPACES.

      * Reason text 2050 leaves for the exception line its caller in
      * 2000-PROCESSA-CONTROLE writes; the RESTART skip performs the
      * same check silently and ignores it.
       77 WS-SW-RERUN        PIC X(01) VALUE "N".
           88 MODO-RERUN             VALUE "S".

      * Edit-only (VALIDA) run state. DUPHIST and OVRAUT are opened
      * input only, and may not exist yet; what the live cycle would
      * register on them as it goes is kept in core instead - the
      * operand pairs this file already carried, and the
      * authorizations its overrides already claimed - so a repeat
      * inside the file screens the way the live cycle would treat
      * it. A file that overflows either table aborts the screen.
      * The authorization table is kept by the live cycle too: an
      * entry this run has claimed is never claimed by it twice,
      * which is what lets 3066 hand a fresh run the entries an
      * abandoned attempt at the same generation left marked used.
       77 WS-SW-VALIDACAO    PIC X(01) VALUE "N".
           88 MODO-VALIDACAO         VALUE "S".

       77 WS-SW-DUPHIST-AUS  PIC X(01) VALUE "N".
           88 DUPHIST-AUSENTE        VALUE "S".

       77 WS-SW-OVRAUT-AUS   PIC X(01) VALUE "N".
           88 OVRAUT-AUSENTE         VALUE "S".

       77 WS-SW-CTASUC-AUS   PIC X(01) VALUE "N".
           88 CTASUC-AUSENTE         VALUE "S".

       77 WS-SW-ACHOU-VAL    PIC X(01) VALUE "N".
           88 CHAVE-JA-VISTA         VALUE "S".

       01 WS-TABELA-CHAVES-VAL.
           05 WS-QTD-CHAVES-VAL   PIC 9(04) COMP VALUE ZERO.
           05 WS-CV-ENT OCCURS 5000 TIMES INDEXED BY CV-IDX.
               10 WS-CV-CHAVE     PIC X(20).

       77 WS-MAX-CHAVES-VAL   PIC 9(04) COMP VALUE 5000.

       01 WS-TABELA-AUT-VAL.
           05 WS-QTD-AUT-VAL      PIC 9(04) COMP VALUE ZERO.
           05 WS-AV-ENT OCCURS 500 TIMES INDEXED BY AV-IDX.
               10 WS-AV-CHAVE     PIC X(29).

       77 WS-MAX-AUT-VAL      PIC 9(04) COMP VALUE 500.

       77 WS-LINHA-PRE        PIC X(132) VALUE SPACES.
       77 WS-QTD-PRE-REJ      PIC 9(09) COMP VALUE ZERO.
       77 WS-REGISTRO-ED      PIC Z(08)9 VALUE ZEROS.

       77 WS-SW-BLOQUEADO    PIC X(01) VALUE "N".
           88 EXECUCAO-BLOQUEADA     VALUE "S".

           88 TRAILER-ILEGIVEL         VALUE "S".

      * Layout version of the batch currently open, from TR-VERSAO on
      * its control record; anything but "2" or "3" runs as version
      * 1. The value-dated version 3 is version 2 plus the value date,
      * so everything decimal applies to it too.
       77 WS-VERSAO-LOTE         PIC X(01) VALUE "1".
           88 VERSAO-DECIMAL           VALUE "2" "3".
           88 VERSAO-AGENDADA          VALUE "3".

      * Value-dated warehouse state: the key a held item is filed
      * under, the originating batch the release batch now open was
      * rebuilt from (value date, business date, cycle and batch
      * sequence - the items sharing it are released together) and
      * the total its trailer must carry.
       01 WS-CHAVE-AGD.
           05 WS-CA-DATA-VALOR    PIC X(07).
           05 WS-CA-DATA-ORIGEM   PIC X(07).
           05 WS-CA-CICLO-ORIGEM  PIC 9(03).
           05 WS-CA-REGISTRO      PIC 9(09).

       01 WS-GRUPO-ITEM.
           05 WS-GI-DATA-VALOR    PIC X(07).
           05 WS-GI-DATA-ORIGEM   PIC X(07).
           05 WS-GI-CICLO-ORIGEM  PIC 9(03).
           05 WS-GI-LOTE-ORIGEM   PIC 9(04).

       77 WS-GRUPO-LIBERACAO     PIC X(21) VALUE SPACES.
       77 WS-TOTAL-LIBERACAO     PIC S9(11)V99 COMP VALUE ZERO.
       77 WS-QTD-RETIDOS         PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-LIBERADOS       PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-AGD-DESCARTE    PIC 9(09) COMP VALUE ZERO.

       77 WS-SW-FIM-AGD          PIC X(01) VALUE "N".
           88 FIM-AGENDADOS            VALUE "S".

       77 WS-SW-LIB-ABERTA       PIC X(01) VALUE "N".
           88 LIBERACAO-ABERTA         VALUE "S".

       77 WS-SW-AGD-EXISTE       PIC X(01) VALUE "N".
           88 AGENDADO-EXISTENTE       VALUE "S".

      * Account code of the record being validated, captured by
      * 3050-VALIDA-TRANSACAO from whichever detail layout applies so
      * 3060-CONSULTA-MESTRE reads one field regardless of version.
       77 WS-CONTA-CHAVE         PIC X(05) VALUE SPACES.

      * Balance records 8600-ATUALIZA-SALDOS changed this run - each
      * counted once, whether its cycle movement came back out, went
      * on, or both.
       77 WS-QTD-SALDOS-ATU      PIC 9(09) COMP VALUE ZERO.

       77 WS-SW-FIM-GL-RELIDO    PIC X(01) VALUE "N".
           88 FIM-GL-RELIDO            VALUE "S".

      * Position of the GLOUT record 8700 is filing on GLARQ, and the
      * records past the feed's end 8720 dropped from the archive.
       77 WS-ARQ-SEQ             PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ARQ-DESCARTE    PIC 9(09) COMP VALUE ZERO.

       77 WS-SW-FIM-ARQ-ANTIGO   PIC X(01) VALUE "N".
           88 FIM-ARQ-ANTIGO           VALUE "S".

      * One movement 8615 applies to SALDOMST, from a GLOUT posting
      * or a GLDETAL item alike.
       77 WS-MOV-CONTA           PIC X(05) VALUE SPACES.
       77 WS-MOV-VALOR           PIC S9(13)V99 COMP VALUE ZERO.

      * The summarized-journal option from GLRESUMO: the ledger
      * accounts sent as one journal line per cycle, or every ledger.
      * 200 is far more ledgers than the chart of accounts carries; an
      * option file that overflows it aborts rather than posting a
      * ledger the GL shop was told to expect summarized in detail.
       01 WS-TABELA-RESUMO.
           05 WS-QTD-RESUMO       PIC 9(04) COMP VALUE ZERO.
           05 WS-RS-ENT OCCURS 200 TIMES INDEXED BY RS-IDX.
               10 WS-RS-CONTA-RAZAO PIC X(08).

       77 WS-MAX-RESUMO          PIC 9(04) COMP VALUE 200.

       77 WS-SW-RESUMO-TODOS     PIC X(01) VALUE "N".
           88 RESUMO-TODOS-RAZOES      VALUE "S".

       77 WS-SW-FIM-OPC          PIC X(01) VALUE "N".
           88 FIM-OPCAO-RESUMO         VALUE "S".

       77 WS-SW-ACHOU-RES        PIC X(01) VALUE "N".
           88 RAZAO-RESUMIDO           VALUE "S".

      * Detail backup state: the last item number filed for this
      * generation, and the journal line 8800 is building - its
      * ledger account, position in the feed, sum and count.
      * WS-QTD-RESUMIDAS and WS-QTD-LINHAS-RES are counted by 8800
      * off GLDETAL itself, so a RESTART's figures include the items
      * the pre-crash run filed - or by 1900 off the feed, when the
      * pre-crash run had already closed it.
       77 WS-DTL-ITEM            PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-DTL-DESCARTE    PIC 9(09) COMP VALUE ZERO.
       77 WS-RAZAO-ATUAL         PIC X(08) VALUE HIGH-VALUES.
       77 WS-LINHA-RES           PIC 9(09) COMP VALUE ZERO.
       77 WS-RES-SOMA            PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-RES-QTD             PIC 9(09) COMP VALUE ZERO.
       77 WS-RES-SOMA-ED         PIC -Z(12)9.99 VALUE ZEROS.
       77 WS-QTD-RESUMIDAS       PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-LINHAS-RES      PIC 9(09) COMP VALUE ZERO.

       77 WS-SW-FIM-DTL          PIC X(01) VALUE "N".
           88 FIM-DETALHE              VALUE "S".

       77 WS-SW-FIM-SALDO        PIC X(01) VALUE "N".
           88 FIM-SALDOS               VALUE "S".

      * Set by 1900 when a RESTART finds the pre-crash run's feed
      * already closed by its trailer; WS-ENC-QTD-GL/WS-ENC-HASH-GL
      * are that trailer's count and hash, which 8000 hands on in
      * place of the checkpoint's.
       77 WS-SW-GLOUT-ENCERRADO  PIC X(01) VALUE "N".
           88 GLOUT-ENCERRADO          VALUE "S".
       77 WS-GL-ULTIMO-TIPO      PIC X(01) VALUE SPACES.
       77 WS-ENC-QTD-GL          PIC 9(09) COMP VALUE ZERO.
       77 WS-ENC-HASH-GL         PIC S9(13)V99 COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.

      * primes the loop with the first unprocessed record. The
      * leads-with-C check belongs to the pre-crash run in that case;
      * 2900 rejects any stray records a malformed file produces.
      * Either way the held items due today are released first, ahead
      * of the evening's file; a RESTART finds the ones the pre-crash
      * run already released marked on AGENDA and releases the rest.
           IF MODO-RESTART
               PERFORM 2500-LOCALIZA-CHECKPOINT THRU 2500-EXIT
               IF ABORTAR-JOB
                   GO TO 0000-EXIT
               END-IF
               MOVE WS-CKPT-CONTADOR-LIDO TO WS-CONTADOR-REGISTROS
               MOVE WS-CKPT-QTD-GL-LIDO TO WS-QTD-GL
               MOVE WS-CKPT-HASH-LIDO TO WS-HASH-GL
      * The suspense id sequence resumes past the pre-crash rejects;
               IF WS-CKPT-ID-LIDO > WS-SUSP-ULTIMO-ID
                   MOVE WS-CKPT-ID-LIDO TO WS-SUSP-ULTIMO-ID
               END-IF
      * Batch numbering resumes past the pre-crash batches the same
      * way, and 2550 settles which of the checkpoint's batches this
      * run picks up again before LOTHIST opens for it.
               MOVE WS-CKPT-LOTE-LIDO TO WS-ULTIMO-LOTE
               PERFORM 2550-CONFERE-HISTORICO THRU 2550-EXIT
               IF ABORTAR-JOB
                   GO TO 0000-EXIT
               END-IF
      * An authorization the last checkpointed record used may not
      * have reached OVRAUT before the crash; it is marked now, since
      * that record is not processed again.
               IF WS-AUT-PENDENTE NOT = SPACES
                   PERFORM 3068-CONSOME-AUTORIZACAO THRU 3068-EXIT
                   IF ABORTAR-JOB
                       GO TO 0000-EXIT
                   END-IF
               END-IF
               PERFORM 2700-LIBERA-AGENDADOS THRU 2700-EXIT
               IF ABORTAR-JOB
                   GO TO 0000-EXIT
               END-IF
               IF WS-LR-NUMERO (1) > ZERO
                   PERFORM 2760-FECHA-LIB-INTERROMPIDA THRU 2760-EXIT
                   IF ABORTAR-JOB
                       GO TO 0000-EXIT
                   END-IF
               END-IF
               PERFORM 2600-AVANCA-REGISTRO THRU 2600-EXIT
                   WS-CKPT-CONTADOR-LIDO TIMES
               MOVE WS-CKPT-ACUM-LIDO TO WS-ACUM-SOMA
      * The batch the skip lands inside goes back on the register
      * with its number and everything it had counted before the
      * crash, so its LOTHIST record covers the whole batch.
               IF LOTE-ABERTO
                   ADD 1 TO WS-QTD-LOTES
                   SET LT-IDX TO WS-QTD-LOTES
                   MOVE WS-NOMESAM TO WS-LT-OPERADOR (LT-IDX)
                   MOVE ZERO TO WS-LT-QTD-ACE (LT-IDX)
                   MOVE ZERO TO WS-LT-QTD-REJ (LT-IDX)
                   MOVE ZERO TO WS-LT-QTD-RET (LT-IDX)
                   MOVE "D" TO WS-LT-TIPO (LT-IDX)
                   MOVE "N" TO WS-LT-HIST (LT-IDX)
                   PERFORM 2060-ZERA-HISTORICO-LOTE THRU 2060-EXIT
                   IF LOTE-RECUSADO
                       MOVE "R" TO WS-LT-SITUACAO (LT-IDX)
                   END-IF
                   IF WS-LR-NUMERO (2) > ZERO
                       MOVE 2 TO WS-LR-SUB
                       PERFORM 2560-RETOMA-LOTE THRU 2560-EXIT
                   ELSE
                       ADD 1 TO WS-ULTIMO-LOTE
                       MOVE WS-ULTIMO-LOTE TO WS-LT-NUMERO (LT-IDX)
                   END-IF
               END-IF
               PERFORM 3100-LER-TRANSACAO THRU 3100-EXIT
           ELSE
               IF NOT MODO-VALIDACAO
                   PERFORM 2700-LIBERA-AGENDADOS THRU 2700-EXIT
                   IF ABORTAR-JOB
                       GO TO 0000-EXIT
                   END-IF
               END-IF
               PERFORM 3100-LER-TRANSACAO THRU 3100-EXIT
               IF FIM-ARQUIVO OR TR-TIPO-REG NOT = "C"
                   MOVE SPACES TO WS-LINHA-EXCP
                   STRING "REGISTRO DE CONTROLE AUSENTE OU INVALIDO - "
                       "TIPO=" TR-TIPO-REG
                       DELIMITED BY SIZE INTO WS-LINHA-EXCP
                   PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
                   DISPLAY WS-LINHA-EXCP
                   SET ABORTAR-JOB TO TRUE
                   GO TO 0000-EXIT
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "LOTE SEM TRAILER - OPERADOR: " WS-NOMESAM
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               DISPLAY WS-LINHA-SAIDA
               PERFORM 4200-GRAVA-HISTORICO-LOTE THRU 4200-EXIT
           END-IF.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5000-REGISTRO-LOTES THRU 5000-EXIT.

           IF NOT MODO-VALIDACAO
               PERFORM 5500-CONFIRMACAO-LOTES THRU 5500-EXIT
           END-IF.

           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

               GO TO 1000-EXIT
           END-IF.

      * An edit-only run opens nothing beyond this point the live
      * cycle writes - not even SAIDAOUT, EXCPOUT or ESTATOUT, which
      * hold the night's register and a crashed live run's RESTART
      * extends; 1500 opens the pre-screen report and what the screen
      * reads instead.
           IF MODO-VALIDACAO
               PERFORM 1500-ABRE-VALIDACAO THRU 1500-EXIT
               GO TO 1000-EXIT
           END-IF.

      * A RESTART run must not truncate the files a pre-crash run
      * already wrote to - SAIDA-FILE/EXCECOES-FILE/GL-FILE are opened
      * EXTEND (falling back to OUTPUT the first time one does not yet
               GO TO 1000-EXIT
           END-IF.

      * The override authorizations open I-O with the same fallback:
      * with no file yet there is simply nothing authorized, and
      * every override outside the ESTORNO GL batch rejects AUT.
           OPEN I-O AUTORIZA-FILE.
           IF WS-AUT-STATUS = "35"
               OPEN OUTPUT AUTORIZA-FILE
               CLOSE AUTORIZA-FILE
               OPEN I-O AUTORIZA-FILE
           END-IF.
           IF WS-AUT-STATUS NOT = "00"
               DISPLAY "ERRO - OVRAUT INDISPONIVEL - FILE STATUS = "
                   WS-AUT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

      * The value-dated warehouse opens I-O with the same fallback:
      * no file yet is simply nothing held. One that will not open
      * would neither hold tonight's future-dated items nor release
      * the ones due, so it stops the run.
           OPEN I-O AGENDA-FILE.
           IF WS-AGD-STATUS = "35"
               OPEN OUTPUT AGENDA-FILE
               CLOSE AGENDA-FILE
               OPEN I-O AGENDA-FILE
           END-IF.
           IF WS-AGD-STATUS NOT = "00"
               DISPLAY "ERRO - AGENDA INDISPONIVEL - FILE STATUS = "
                   WS-AGD-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

      * The summarized-journal option, then its detail backup with
      * the same create-empty fallback; a backup that will not open
      * would leave a summarized line nothing could be traced or
      * reversed through, so it stops the run.
           PERFORM 1800-CARREGA-RESUMO THRU 1800-EXIT.
           IF ABORTAR-JOB
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O DETALHE-FILE.
           IF WS-DTL-STATUS = "35"
               OPEN OUTPUT DETALHE-FILE
               CLOSE DETALHE-FILE
               OPEN I-O DETALHE-FILE
           END-IF.
           IF WS-DTL-STATUS NOT = "00"
               DISPLAY "ERRO - GLDETAL INDISPONIVEL - FILE STATUS = "
                   WS-DTL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

      * The balance master and the generation archive are only
      * written at end of job, but they open here, with the same
      * create-empty fallback, so one that will not open stops the
      * run before a single posting goes on the feed rather than
      * after its trailer.
           OPEN I-O SALDO-FILE.
           IF WS-SALDO-STATUS = "35"
               OPEN OUTPUT SALDO-FILE
               CLOSE SALDO-FILE
               OPEN I-O SALDO-FILE
           END-IF.
           IF WS-SALDO-STATUS NOT = "00"
               DISPLAY "ERRO - SALDOMST INDISPONIVEL - FILE STATUS = "
                   WS-SALDO-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O ARQGL-FILE.
           IF WS-ARQ-STATUS = "35"
               OPEN OUTPUT ARQGL-FILE
               CLOSE ARQGL-FILE
               OPEN I-O ARQGL-FILE
           END-IF.
           IF WS-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO - GLARQ INDISPONIVEL - FILE STATUS = "
                   WS-ARQ-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

      * The batch history takes each batch's record as the batch
      * closes. A RESTART opens it in 2550 instead, once it has read
      * it through for the records the pre-crash run already wrote.
           IF NOT MODO-RESTART
               PERFORM 1950-ABRE-HISTORICO THRU 1950-EXIT
               IF ABORTAR-JOB
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
               GO TO 1000-EXIT
           END-IF.

      * A RESTART first looks at how far the pre-crash run got with
      * the feed: one that already carries its trailer is finished
      * and is left alone (8000 picks its totals up from it), rather
      * than having a second set of lines appended after the trailer.
           IF MODO-RESTART
               PERFORM 1900-VERIFICA-GLOUT THRU 1900-EXIT
               IF ABORTAR-JOB
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF MODO-RESTART
               IF NOT GLOUT-ENCERRADO
                   OPEN EXTEND GL-FILE
                   IF WS-GL-STATUS = "35"
                       OPEN OUTPUT GL-FILE
                   END-IF
               END-IF
           ELSE
               OPEN OUTPUT GL-FILE
               GO TO 1000-EXIT
           END-IF.

      * The succession file is optional: until CBL0005 links a first
      * closed account there is none, and closed accounts reject ENC.
           OPEN INPUT SUCESSAO-FILE.
           IF WS-SUC-STATUS = "35"
               SET CTASUC-AUSENTE TO TRUE
           ELSE
               IF WS-SUC-STATUS NOT = "00"
                   DISPLAY "ERRO - CTASUC INDISPONIVEL - STATUS = "
                       WS-SUC-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

      * The operator master is a hard prerequisite for the same
      * reason: without it every batch would refuse as an unknown
      * operator, so a missing or unopenable OPERMST stops the run
               WRITE GL-RECORD
           END-IF.

           PERFORM 1700-PREPARA-DETALHE THRU 1700-EXIT.
           IF ABORTAR-JOB
               GO TO 1000-EXIT
           END-IF.

      * A RERUN re-reads the cycle's own file and holds its future-
      * dated details again, so what the replaced run held goes
      * first; a RESTART of the RERUN already did this before it
      * crashed.
           IF MODO-RERUN AND NOT MODO-RESTART
               PERFORM 1600-DESCARTA-AGENDADOS THRU 1600-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-DESCARTA-AGENDADOS - a RERUN deletes every item still
      * held on AGENDA that this business date and cycle put there;
      * the rerun file holds them again as it meets them. Released
      * and cancelled items stay - a release already happened, and a
      * cancellation is kept by 3700 when the rerun meets the record.
      *----------------------------------------------------------------
       1600-DESCARTA-AGENDADOS.

           MOVE "N" TO WS-SW-FIM-AGD.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-FILE KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   GO TO 1600-EXIT
           END-START.

           PERFORM 1610-DESCARTA-ITEM THRU 1610-EXIT
               UNTIL FIM-AGENDADOS OR ABORTAR-JOB.

           DISPLAY "RERUN - AGENDADOS DO CICLO DESCARTADOS = "
               WS-QTD-AGD-DESCARTE.

       1600-EXIT.
           EXIT.

       1610-DESCARTA-ITEM.

           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-AGD
                   GO TO 1610-EXIT
           END-READ.

           IF AGD-SITUACAO NOT = "A"
               OR AGD-DATA-ORIGEM NOT = WS-DATA (1:7)
               OR AGD-CICLO-ORIGEM NOT = WS-CICLO
               GO TO 1610-EXIT
           END-IF.

           DELETE AGENDA-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO - AGENDA - EXCLUSAO FALHOU - STATUS = "
                       WS-AGD-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1610-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-AGD-DESCARTE.

       1610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-PREPARA-DETALHE - line the GLDETAL detail backup up with
      * this run's generation. A RESTART carries the item numbering on
      * past what the pre-crash run filed; any other run deletes what
      * an earlier attempt at the same generation left behind - a run
      * that died and was started over fresh re-uses its generation,
      * and its feed is being cut again from the beginning.
      *----------------------------------------------------------------
       1700-PREPARA-DETALHE.

           MOVE ZERO TO WS-DTL-ITEM.
           MOVE "N" TO WS-SW-FIM-DTL.
           MOVE WS-GL-GERACAO TO DTL-GERACAO.
           MOVE LOW-VALUES TO DTL-CONTA-RAZAO.
           MOVE ZERO TO DTL-ITEM.
           START DETALHE-FILE KEY IS NOT LESS THAN DTL-CHAVE
               INVALID KEY
                   GO TO 1700-EXIT
           END-START.

           PERFORM 1710-PREPARA-ITEM THRU 1710-EXIT
               UNTIL FIM-DETALHE OR ABORTAR-JOB.

           IF WS-QTD-DTL-DESCARTE > ZERO
               DISPLAY "GLDETAL - ITENS DE EXECUCAO ANTERIOR DA "
                   "GERACAO DESCARTADOS = " WS-QTD-DTL-DESCARTE
           END-IF.

       1700-EXIT.
           EXIT.

       1710-PREPARA-ITEM.

           READ DETALHE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-DTL
                   GO TO 1710-EXIT
           END-READ.

           IF DTL-GERACAO NOT = WS-GL-GERACAO
               MOVE "S" TO WS-SW-FIM-DTL
               GO TO 1710-EXIT
           END-IF.

           IF MODO-RESTART
               IF DTL-ITEM > WS-DTL-ITEM
                   MOVE DTL-ITEM TO WS-DTL-ITEM
               END-IF
               GO TO 1710-EXIT
           END-IF.

           DELETE DETALHE-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO - GLDETAL - EXCLUSAO FALHOU - STATUS="
                       WS-DTL-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1710-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-DTL-DESCARTE.

       1710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1800-CARREGA-RESUMO - load the GLRESUMO summarized-journal
      * option. No file is no ledger summarized; blank records are
      * passed over.
      *----------------------------------------------------------------
       1800-CARREGA-RESUMO.

           OPEN INPUT OPCRES-FILE.
           IF WS-OPC-STATUS = "35"
               GO TO 1800-EXIT
           END-IF.
           IF WS-OPC-STATUS NOT = "00"
               DISPLAY "ERRO - GLRESUMO INDISPONIVEL - FILE STATUS = "
                   WS-OPC-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1800-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-OPC.
           PERFORM 1810-LER-OPCAO THRU 1810-EXIT
               UNTIL FIM-OPCAO-RESUMO OR ABORTAR-JOB.
           CLOSE OPCRES-FILE.
           IF ABORTAR-JOB
               GO TO 1800-EXIT
           END-IF.

           IF RESUMO-TODOS-RAZOES
               DISPLAY "LANCAMENTO RESUMIDO - TODOS OS RAZOES"
           ELSE
               IF WS-QTD-RESUMO > ZERO
                   DISPLAY "LANCAMENTO RESUMIDO - RAZOES = "
                       WS-QTD-RESUMO
               END-IF
           END-IF.

       1800-EXIT.
           EXIT.

       1810-LER-OPCAO.

           READ OPCRES-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-OPC
                   GO TO 1810-EXIT
           END-READ.

           IF OPC-CONTA-RAZAO = SPACES
               GO TO 1810-EXIT
           END-IF.

           IF OPC-CONTA-RAZAO (1:1) = "*"
               SET RESUMO-TODOS-RAZOES TO TRUE
               GO TO 1810-EXIT
           END-IF.

           IF WS-QTD-RESUMO = WS-MAX-RESUMO
               DISPLAY "ERRO - TABELA DE RAZOES RESUMIDOS ESGOTADA - "
                   "LIMITE = " WS-MAX-RESUMO
               SET ABORTAR-JOB TO TRUE
               GO TO 1810-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RESUMO.
           SET RS-IDX TO WS-QTD-RESUMO.
           MOVE OPC-CONTA-RAZAO TO WS-RS-CONTA-RAZAO (RS-IDX).

       1810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1900-VERIFICA-GLOUT - read the pre-crash run's feed through
      * before a RESTART opens it EXTEND. Postings alone mean the run
      * died before 8000 closed the feed and the RESTART carries on
      * appending as always. A feed ending in its trailer was closed
      * by the pre-crash 8000, which then failed further on: the
      * RESTART leaves the feed as it is and takes its line counts,
      * count and hash from it. Summarized lines with no trailer
      * after them are a feed 8000 died partway through closing; the
      * RESTART would duplicate them, so it is refused until they are
      * taken back off the feed.
      *----------------------------------------------------------------
       1900-VERIFICA-GLOUT.

           MOVE "N" TO WS-SW-GLOUT-ENCERRADO.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = "35"
               GO TO 1900-EXIT
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERRO - GLOUT INDISPONIVEL - FILE STATUS = "
                   WS-GL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1900-EXIT
           END-IF.

           MOVE SPACES TO WS-GL-ULTIMO-TIPO.
           MOVE ZERO TO WS-QTD-LINHAS-RES.
           MOVE ZERO TO WS-QTD-RESUMIDAS.
           MOVE "N" TO WS-SW-FIM-GL-RELIDO.
           PERFORM 1910-LER-GLOUT THRU 1910-EXIT
               UNTIL FIM-GL-RELIDO.
           CLOSE GL-FILE.

           IF WS-GL-ULTIMO-TIPO = "T"
               SET GLOUT-ENCERRADO TO TRUE
               DISPLAY "RESTART - GLOUT JA ENCERRADO COM TRAILER"
               GO TO 1900-EXIT
           END-IF.

           IF WS-QTD-LINHAS-RES > ZERO
               DISPLAY "ERRO - GLOUT COM LINHAS RESUMIDAS SEM TRAILER"
                   " - RESTART RECUSADO"
               SET ABORTAR-JOB TO TRUE
           END-IF.

       1900-EXIT.
           EXIT.

       1910-LER-GLOUT.

           READ GL-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-GL-RELIDO
                   GO TO 1910-EXIT
           END-READ.

           MOVE GL-TIPO-REG TO WS-GL-ULTIMO-TIPO.
           IF GL-TIPO-REG = "S"
               ADD 1 TO WS-QTD-LINHAS-RES
               ADD GL-S-QTD-TRANS TO WS-QTD-RESUMIDAS
           END-IF.
           IF GL-TIPO-REG = "T"
               MOVE GL-T-CONTAGEM TO WS-ENC-QTD-GL
               MOVE GL-T-HASH TO WS-ENC-HASH-GL
           END-IF.

       1910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1950-ABRE-HISTORICO - open LOTHIST to append to, created on
      * first use. A history that cannot take the cycle's batches
      * fails the job like the other end-of-job registers.
      *----------------------------------------------------------------
       1950-ABRE-HISTORICO.

           OPEN EXTEND HISTLOTE-FILE.
           IF WS-HLT-STATUS = "35"
               OPEN OUTPUT HISTLOTE-FILE
           END-IF.
           IF WS-HLT-STATUS NOT = "00"
               DISPLAY "ERRO - LOTHIST INDISPONIVEL - FILE STATUS = "
                   WS-HLT-STATUS
               SET ABORTAR-JOB TO TRUE
           END-IF.

       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-ANALISA-PARAMETROS - scan the parameter line for the
      * RESTART, RERUN and VALIDA tokens; any may appear anywhere on
      * the line and RESTART and RERUN combine ("RESTART RERUN"
      * resumes a crashed rerun of an already-completed day). VALIDA
      * screens the file without processing it, so there is nothing
      * for it to restart: RESTART alongside it is ignored. RERUN
      * with it screens a rerun file the way the rerun would treat
      * it.
      *----------------------------------------------------------------
       1100-ANALISA-PARAMETROS.

           MOVE 1 TO WS-PARM-IDX.
           PERFORM 1110-TESTA-TOKEN THRU 1110-EXIT
               UNTIL WS-PARM-IDX > 74.

           IF MODO-VALIDACAO AND MODO-RESTART
               DISPLAY "AVISO - RESTART IGNORADO EM MODO VALIDACAO"
               MOVE "N" TO WS-SW-RESTART
           END-IF.

           IF MODO-RESTART
               DISPLAY "MODO RESTART ATIVADO"
           END-IF.
           IF MODO-RERUN
               DISPLAY "MODO RERUN ATIVADO"
           END-IF.
           IF MODO-VALIDACAO
               DISPLAY "MODO VALIDACAO ATIVADO"
           END-IF.

       1100-EXIT.
           EXIT.

       1110-TESTA-TOKEN.

           IF WS-PARM-LINHA (WS-PARM-IDX:7) = "RESTART"
               SET MODO-RESTART TO TRUE
           END-IF.
           IF WS-PARM-LINHA (WS-PARM-IDX:5) = "RERUN"
               SET MODO-RERUN TO TRUE
           END-IF.
           IF WS-PARM-LINHA (WS-PARM-IDX:6) = "VALIDA"
               SET MODO-VALIDACAO TO TRUE
           END-IF.
           ADD 1 TO WS-PARM-IDX.

       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ABRE-VALIDACAO - start-up for an edit-only run: the
      * pre-screen report, the two masters, and DUPHIST and OVRAUT
      * input only - neither is created when missing, an absent file
      * simply has nothing on it to screen against. The generation
      * the live cycle would take is read off GLCTL (never rewritten
      * here) so the duplicate and authorization checks see this
      * file's own entries the way the live run would.
      *----------------------------------------------------------------
       1500-ABRE-VALIDACAO.

           OPEN OUTPUT PRECRITICA-FILE.
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "ERRO - PRECRIT INDISPONIVEL - FILE STATUS = "
                   WS-PRE-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1500-EXIT
           END-IF.

           MOVE WS-DATA (1:4) TO WS-ANO-TRAB.
           MOVE WS-DATA (5:3) TO WS-DIA-TRAB.
           COMPUTE WS-DIA-INDICE-HOJE = WS-ANO-TRAB * 365
               + WS-DIA-TRAB.

           OPEN INPUT DUPHIST-FILE.
           IF WS-DUP-STATUS = "35"
               SET DUPHIST-AUSENTE TO TRUE
           ELSE
               IF WS-DUP-STATUS NOT = "00"
                   DISPLAY "ERRO - DUPHIST INDISPONIVEL - STATUS = "
                       WS-DUP-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           OPEN INPUT AUTORIZA-FILE.
           IF WS-AUT-STATUS = "35"
               SET OVRAUT-AUSENTE TO TRUE
           ELSE
               IF WS-AUT-STATUS NOT = "00"
                   DISPLAY "ERRO - OVRAUT INDISPONIVEL - STATUS = "
                       WS-AUT-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           OPEN INPUT MESTRE-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "ERRO - CONTAMST INDISPONIVEL - FILE STATUS = "
                   WS-MST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT SUCESSAO-FILE.
           IF WS-SUC-STATUS = "35"
               SET CTASUC-AUSENTE TO TRUE
           ELSE
               IF WS-SUC-STATUS NOT = "00"
                   DISPLAY "ERRO - CTASUC INDISPONIVEL - STATUS = "
                       WS-SUC-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           OPEN INPUT OPERADOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "ERRO - OPERMST INDISPONIVEL - FILE STATUS = "
                   WS-OPER-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1500-EXIT
           END-IF.

           OPEN INPUT GLCTL-FILE.
           IF WS-GLCTL-STATUS = "00"
               READ GLCTL-FILE
                   AT END MOVE ZERO TO GLC-GERACAO
               END-READ
               MOVE GLC-GERACAO TO WS-GL-GERACAO
               CLOSE GLCTL-FILE
           ELSE
               IF WS-GLCTL-STATUS NOT = "35"
                   DISPLAY "ERRO - GLCTL INDISPONIVEL - FILE STATUS = "
                       WS-GLCTL-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-GL-GERACAO.

           MOVE SPACES TO WS-LINHA-PRE.
           STRING "PRE-CRITICA DE TRANSIN - DATA=" WS-DATA
               " CICLO=" WS-CICLO
               " - NADA FOI PROCESSADO"
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.
           DISPLAY WS-LINHA-PRE.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CONSULTA-CALENDARIO - find today's system date on the
      * processing calendar and take the official business date from
      * it into WS-DATA. No calendar, or a system date not on it,
      * refuses to start.
      *----------------------------------------------------------------
       1200-CONSULTA-CALENDARIO.

           OPEN INPUT CALENDARIO-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "ERRO - CALFILE INDISPONIVEL - FILE STATUS = "
                   WS-CAL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1200-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-CAL.
           MOVE "N" TO WS-SW-ACHOU-CAL.
           PERFORM 1210-LER-CALENDARIO THRU 1210-EXIT
               UNTIL FIM-CALENDARIO OR DATA-NO-CALENDARIO.
           CLOSE CALENDARIO-FILE.

           IF NOT DATA-NO-CALENDARIO
               DISPLAY "ERRO - DATA DO SISTEMA " WS-DATA-SISTEMA
                   " NAO CONSTA DO CALENDARIO"
               SET ABORTAR-JOB TO TRUE
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO WS-DATA.
           MOVE CAL-DATA-NEGOCIO TO WS-DATA (1:7).

       1200-EXIT.
           EXIT.

       1210-LER-CALENDARIO.

           READ CALENDARIO-FILE
               AT END MOVE "S" TO WS-SW-FIM-CAL
           END-READ.

           IF NOT FIM-CALENDARIO
               AND CAL-DATA-SISTEMA = WS-DATA-SISTEMA
               SET DATA-NO-CALENDARIO TO TRUE
           END-IF.

       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-VERIFICA-RUN-CONTROL - number this run's cycle off the
      * RUNCTL trail: the whole file is scanned for the business
      * date's highest completed cycle, a fresh run opens the next
      * cycle after it, and a RERUN deliberately reprocesses the last
      * completed one - a RERUN of a date with no completed cycle has
      * nothing to reprocess and is refused. A missing RUNCTL is the
      * very first run (cycle 1). RESTART alone does not change the
      * numbering - a crashed run never stamped its cycle, so a
      * genuine restart re-derives the same one.
      *----------------------------------------------------------------
       1300-VERIFICA-RUN-CONTROL.

           MOVE ZERO TO WS-MAIOR-CICLO.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               GO TO 1300-CICLO
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               GO TO 1410-EXIT
           END-IF.

      * A retransmission is not a run: it repeats an older
      * generation and must not stand in for the cycle's last one.
           IF FEED-DATA = WS-DATA
               AND FEED-CICLO NUMERIC
               AND FEED-CICLO = WS-CICLO
               AND FEED-TIPO NOT = "R"
               MOVE FEED-GERACAO TO WS-GERACAO-RERUN
           END-IF.

               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "LOTE SEM TRAILER - OPERADOR: " WS-NOMESAM
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               DISPLAY WS-LINHA-SAIDA
               PERFORM 4200-GRAVA-HISTORICO-LOTE THRU 4200-EXIT
           END-IF.
           IF ABORTAR-JOB
               GO TO 2000-EXIT
           END-IF.

           IF WS-QTD-LOTES = WS-MAX-LOTES
           MOVE "N" TO WS-SW-LOTE-RECUSADO.
           MOVE ZERO TO WS-LT-QTD-ACE (LT-IDX).
           MOVE ZERO TO WS-LT-QTD-REJ (LT-IDX).
           MOVE ZERO TO WS-LT-QTD-RET (LT-IDX).
           MOVE "D" TO WS-LT-TIPO (LT-IDX).
           PERFORM 2060-ZERA-HISTORICO-LOTE THRU 2060-EXIT.
           ADD 1 TO WS-ULTIMO-LOTE.
           MOVE WS-ULTIMO-LOTE TO WS-LT-NUMERO (LT-IDX).
           MOVE "N" TO WS-LT-HIST (LT-IDX).
           MOVE ZERO TO WS-ACUM-SOMA.
           MOVE ZERO TO WS-TOTAL-INFORMADO.
           MOVE ZERO TO WS-QTD-REG-LOTE.
           MOVE TR-CAMPO-2   TO WS-NOMESAMCAMPO-2.
           MOVE TR-OPERADOR  TO WS-LT-OPERADOR (LT-IDX).

           IF TR-VERSAO = "2" OR TR-VERSAO = "3"
               MOVE TR-VERSAO TO WS-VERSAO-LOTE
           ELSE
               MOVE "1" TO WS-VERSAO-LOTE
           END-IF.
               STRING "LOTE RECUSADO - OPERADOR: " WS-NOMESAM
                   " - " WS-MOTIVO-OPER
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "OPE" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-OPER
               STRING "LOTE RECUSADO - OPERADOR: " WS-NOMESAM
                   " - " WS-MOTIVO-OPER
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               DISPLAY WS-LINHA-SAIDA
               GO TO 2000-EXIT
           END-IF.
           STRING "OPERADOR: " WS-NOMESAM " REF1: " WS-NOMESAMCAMPO-1
               " REF2: " WS-NOMESAMCAMPO-2 DELIMITED BY SIZE
               INTO WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.
           DISPLAY WS-LINHA-SAIDA.

       2000-EXIT.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2060-ZERA-HISTORICO-LOTE - clear the new register entry's
      * suspense id range and per-reason reject counters.
      *----------------------------------------------------------------
       2060-ZERA-HISTORICO-LOTE.

           MOVE ZERO TO WS-LT-ID-INI (LT-IDX).
           MOVE ZERO TO WS-LT-ID-FIM (LT-IDX).
           PERFORM 2070-ZERA-MOTIVO THRU 2070-EXIT
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-QTD-MOT-LOTE.

       2060-EXIT.
           EXIT.

       2070-ZERA-MOTIVO.

           MOVE ZERO TO WS-LT-REJ-MOT (LT-IDX, WS-MOT-SUB).

       2070-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-LOCALIZA-CHECKPOINT - read CHECKPOINT-FILE end to end and
      * keep the LAST record, which is the most recent checkpoint, in
               ELSE
                   MOVE ZERO TO WS-CKPT-ID-LIDO
               END-IF
      * Likewise one cut before batches were numbered: numbering
      * starts over and no batch is picked up with its counts.
               IF CKPT-ULTIMO-LOTE NUMERIC
                   MOVE CKPT-ULTIMO-LOTE TO WS-CKPT-LOTE-LIDO
                   MOVE CKPT-LOTE (1) TO WS-LR-DADOS (1)
                   MOVE CKPT-LOTE (2) TO WS-LR-DADOS (2)
               ELSE
                   MOVE ZERO TO WS-CKPT-LOTE-LIDO
                   MOVE ZEROS TO WS-LOTES-RETOMADOS
               END-IF
               MOVE CKPT-AUT-PENDENTE TO WS-AUT-PENDENTE
               MOVE CKPT-AUT-OPERADOR TO WS-AUT-OPERADOR-PEND
           END-IF.

       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-CONFERE-HISTORICO - on a RESTART, sort out the batches
      * the checkpoint says were open and open LOTHIST for the run.
      * A desk batch in area (1) moves to (2), where the skip's
      * rebuild looks for it; what stays in (1) is a release batch
      * 2700 resumes if its AGENDA group still has items due, or
      * 2760 closes as it stood. LOTHIST is read through first: a
      * record already there under this date, cycle, generation and
      * one of those batch numbers went out after the checkpoint was
      * cut, and is not written a second time.
      *----------------------------------------------------------------
       2550-CONFERE-HISTORICO.

           IF WS-LR-NUMERO (1) > ZERO AND WS-LR-TIPO (1) NOT = "A"
               MOVE WS-LR-DADOS (1) TO WS-LR-DADOS (2)
               MOVE ZEROS TO WS-LR-DADOS (1)
           END-IF.
           MOVE "N" TO WS-LR-HIST (1).
           MOVE "N" TO WS-LR-HIST (2).

           OPEN INPUT HISTLOTE-FILE.
           IF WS-HLT-STATUS = "00"
               MOVE "N" TO WS-SW-FIM-HLT
               PERFORM 2555-LER-HISTORICO THRU 2555-EXIT
                   UNTIL FIM-HISTORICO-LOTES
               CLOSE HISTLOTE-FILE
           ELSE
               IF WS-HLT-STATUS NOT = "35"
                   DISPLAY "ERRO - LOTHIST INDISPONIVEL - STATUS = "
                       WS-HLT-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 2550-EXIT
               END-IF
           END-IF.

           PERFORM 1950-ABRE-HISTORICO THRU 1950-EXIT.

       2550-EXIT.
           EXIT.

       2555-LER-HISTORICO.

           READ HISTLOTE-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-HLT
                   GO TO 2555-EXIT
           END-READ.

           IF HLT-DATA-NEGOCIO NOT = WS-DATA (1:7)
               OR HLT-CICLO NOT = WS-CICLO
               OR HLT-GERACAO NOT = WS-GL-GERACAO
               GO TO 2555-EXIT
           END-IF.
           IF WS-LR-NUMERO (1) > ZERO
               AND HLT-SEQUENCIA = WS-LR-NUMERO (1)
               MOVE "S" TO WS-LR-HIST (1)
           END-IF.
           IF WS-LR-NUMERO (2) > ZERO
               AND HLT-SEQUENCIA = WS-LR-NUMERO (2)
               MOVE "S" TO WS-LR-HIST (2)
           END-IF.

       2555-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-RETOMA-LOTE - put the checkpoint's picture of batch
      * WS-LR-SUB back on the register entry at LT-IDX: its number
      * and what it had counted before the crash. The picture is
      * used up.
      *----------------------------------------------------------------
       2560-RETOMA-LOTE.

           MOVE WS-LR-NUMERO (WS-LR-SUB)   TO WS-LT-NUMERO (LT-IDX).
           MOVE WS-LR-ACEITOS (WS-LR-SUB)  TO WS-LT-QTD-ACE (LT-IDX).
           MOVE WS-LR-REJEITADOS (WS-LR-SUB)
                                           TO WS-LT-QTD-REJ (LT-IDX).
           MOVE WS-LR-RETIDOS (WS-LR-SUB)  TO WS-LT-QTD-RET (LT-IDX).
           MOVE WS-LR-ID-INI (WS-LR-SUB)   TO WS-LT-ID-INI (LT-IDX).
           MOVE WS-LR-ID-FIM (WS-LR-SUB)   TO WS-LT-ID-FIM (LT-IDX).
           MOVE WS-LR-QTD-REG (WS-LR-SUB)  TO WS-QTD-REG-LOTE.
           MOVE WS-LR-HIST (WS-LR-SUB)     TO WS-LT-HIST (LT-IDX).
           PERFORM 2565-RETOMA-MOTIVO THRU 2565-EXIT
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-QTD-MOT-LOTE.
           MOVE ZEROS TO WS-LR-DADOS (WS-LR-SUB).
           MOVE "N" TO WS-LR-HIST (WS-LR-SUB).

       2560-EXIT.
           EXIT.

       2565-RETOMA-MOTIVO.

           MOVE WS-LR-MOTIVO (WS-LR-SUB, WS-MOT-SUB)
               TO WS-LT-REJ-MOT (LT-IDX, WS-MOT-SUB).

       2565-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-AVANCA-REGISTRO - discard one record from TRANS-FILE
      * without processing it, so a restarted run can skip forward to
      * switch must describe the batch the restart resumes inside of.
      * Register entries for batches the pre-crash run completed are
      * gone with that run; the register report covers the batches
      * this run touched. Their LOTHIST records went out as they
      * closed.
      *----------------------------------------------------------------
       2600-AVANCA-REGISTRO.

               IF WS-SW-EXEC-DIVISAO = SPACE
                   MOVE "S" TO WS-SW-EXEC-DIVISAO
               END-IF
               IF TR-VERSAO = "2" OR TR-VERSAO = "3"
                   MOVE TR-VERSAO TO WS-VERSAO-LOTE
               ELSE
                   MOVE "1" TO WS-VERSAO-LOTE
               END-IF
           EXIT.

      *----------------------------------------------------------------
      * 2700-LIBERA-AGENDADOS - release every held item whose value
      * date has come. AGENDA is read forward in value-date order up
      * to today; the items one originating batch held are released
      * together as a batch of their own, rebuilt from what the item
      * kept: a control record with the desk's operator, references
      * and flags (so 2000 authorizes the operator again), each
      * record image through 3000 exactly as a detail read from
      * TRANSIN, and a trailer carrying the released items' total.
      * The release batches therefore reach the register, CONFOUT,
      * AUDITLOG and GLOUT like any other. A RERUN releases again
      * what the replaced run of this cycle released; an item 3000
      * rejects at release goes to REJSUSP and stays released.
      *----------------------------------------------------------------
       2700-LIBERA-AGENDADOS.

           MOVE "N" TO WS-SW-FIM-AGD.
           MOVE "N" TO WS-SW-LIB-ABERTA.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-FILE KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   GO TO 2700-EXIT
           END-START.

           PERFORM 2710-LIBERA-ITEM THRU 2710-EXIT
               UNTIL FIM-AGENDADOS OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 2700-EXIT
           END-IF.

           IF LIBERACAO-ABERTA
               PERFORM 2740-FECHA-LIBERACAO THRU 2740-EXIT
           END-IF.

       2700-EXIT.
           EXIT.

       2710-LIBERA-ITEM.

           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-AGD
                   GO TO 2710-EXIT
           END-READ.

      * Value-date order: the first item due after today ends it.
           IF AGD-DATA-VALOR > WS-DATA (1:7)
               MOVE "S" TO WS-SW-FIM-AGD
               GO TO 2710-EXIT
           END-IF.

           IF AGD-SITUACAO = "A"
               GO TO 2710-LIBERA
           END-IF.
           IF AGD-SITUACAO = "L"
               AND MODO-RERUN
               AND AGD-DATA-LIB = WS-DATA
               AND AGD-CICLO-LIB = WS-CICLO
               AND AGD-GERACAO-LIB NOT = WS-GL-GERACAO
               GO TO 2710-LIBERA
           END-IF.
           GO TO 2710-EXIT.

       2710-LIBERA.

           MOVE AGD-DATA-VALOR   TO WS-GI-DATA-VALOR.
           MOVE AGD-DATA-ORIGEM  TO WS-GI-DATA-ORIGEM.
           MOVE AGD-CICLO-ORIGEM TO WS-GI-CICLO-ORIGEM.
           MOVE AGD-LOTE-ORIGEM  TO WS-GI-LOTE-ORIGEM.
           IF LIBERACAO-ABERTA
               AND WS-GRUPO-ITEM NOT = WS-GRUPO-LIBERACAO
               PERFORM 2740-FECHA-LIBERACAO THRU 2740-EXIT
           END-IF.
           IF NOT LIBERACAO-ABERTA
               PERFORM 2730-ABRE-LIBERACAO THRU 2730-EXIT
               IF ABORTAR-JOB
                   GO TO 2710-EXIT
               END-IF
           END-IF.

           MOVE AGD-REGISTRO TO TR-REG-CONTROLE.
           IF LOTE-RECUSADO
               ADD 1 TO WS-QTD-REG-LOTE
               MOVE "OPE" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-OPER
           ELSE
               PERFORM 3000-PROCESSA-TRANSACAO THRU 3000-EXIT
           END-IF.
           IF ABORTAR-JOB
               GO TO 2710-EXIT
           END-IF.
           ADD AGD-VALOR TO WS-TOTAL-LIBERACAO.
           ADD 1 TO WS-QTD-LIBERADOS.

           MOVE "L" TO AGD-SITUACAO.
           MOVE WS-DATA TO AGD-DATA-LIB.
           MOVE WS-CICLO TO AGD-CICLO-LIB.
           MOVE WS-GL-GERACAO TO AGD-GERACAO-LIB.
           REWRITE AGD-RECORD
               INVALID KEY
                   DISPLAY "ERRO - AGENDA - REGRAVACAO FALHOU - STATUS="
                       WS-AGD-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 2710-EXIT
           END-REWRITE.

           PERFORM 3300-GRAVA-CHECKPOINT THRU 3300-EXIT.

       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2730-ABRE-LIBERACAO - open the release batch for the item in
      * the AGENDA record area: a SAIDAOUT heading naming where the
      * items came from, then the originating batch's control record
      * rebuilt and run through 2000, its register entry marked as a
      * release.
      *----------------------------------------------------------------
       2730-ABRE-LIBERACAO.

           MOVE WS-GRUPO-ITEM TO WS-GRUPO-LIBERACAO.
           MOVE ZERO TO WS-TOTAL-LIBERACAO.

           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "LIBERACAO DE AGENDADOS - DATA-VALOR="
               AGD-DATA-VALOR
               " ORIGEM=" AGD-DATA-ORIGEM
               " CICLO=" AGD-CICLO-ORIGEM
               " LOTE=" AGD-LOTE-ORIGEM
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.
           DISPLAY WS-LINHA-SAIDA.

           MOVE SPACES TO TR-REG-CONTROLE.
           MOVE "C" TO TR-TIPO-REG.
           MOVE AGD-OPERADOR       TO TR-OPERADOR.
           MOVE AGD-CAMPO-1        TO TR-CAMPO-1.
           MOVE AGD-CAMPO-2        TO TR-CAMPO-2.
           MOVE AGD-FLAG-SOMA      TO TR-FLAG-SOMA.
           MOVE AGD-FLAG-SUBTRACAO TO TR-FLAG-SUBTRACAO.
           MOVE AGD-FLAG-MULT      TO TR-FLAG-MULT.
           MOVE AGD-FLAG-DIVISAO   TO TR-FLAG-DIVISAO.
           MOVE "3" TO TR-VERSAO.
           PERFORM 2000-PROCESSA-CONTROLE THRU 2000-EXIT.
           IF ABORTAR-JOB
               GO TO 2730-EXIT
           END-IF.

           MOVE "A" TO WS-LT-TIPO (LT-IDX).
           SET LIBERACAO-ABERTA TO TRUE.

      * On a RESTART, the group a crash interrupted mid-release picks
      * up where it stopped: it takes back its own number - handing
      * back the one 2000 just issued - and its pre-crash counts.
           IF WS-LR-NUMERO (1) > ZERO
               AND WS-LR-GRUPO (1) = WS-GRUPO-LIBERACAO
               SUBTRACT 1 FROM WS-ULTIMO-LOTE
               MOVE 1 TO WS-LR-SUB
               PERFORM 2560-RETOMA-LOTE THRU 2560-EXIT
           END-IF.

       2730-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2740-FECHA-LIBERACAO - close the release batch with a trailer
      * carrying the total of the items it released, reconciled by
      * 4000 like a desk's own trailer.
      *----------------------------------------------------------------
       2740-FECHA-LIBERACAO.

           MOVE SPACES TO TR-REG-CONTROLE.
           MOVE "T" TO TT2-TIPO-REG.
           MOVE WS-TOTAL-LIBERACAO TO TT2-TOTAL-CONTROLE.
           PERFORM 4000-RECONCILIACAO THRU 4000-EXIT.
           MOVE "N" TO WS-SW-LIB-ABERTA.

       2740-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2760-FECHA-LIB-INTERROMPIDA - a release batch the crash
      * interrupted whose group had nothing left to release: every
      * item it took was released before the crash, but the batch
      * never reached its trailer. It goes on the register, and on
      * LOTHIST, as it stood - a batch with no trailer - unless its
      * record already went out.
      *----------------------------------------------------------------
       2760-FECHA-LIB-INTERROMPIDA.

           IF WS-LR-HIST (1) = "S"
               MOVE ZEROS TO WS-LR-DADOS (1)
               MOVE "N" TO WS-LR-HIST (1)
               GO TO 2760-EXIT
           END-IF.

           IF WS-QTD-LOTES = WS-MAX-LOTES
               DISPLAY "ERRO - TABELA DE LOTES ESGOTADA - LIMITE = "
                   WS-MAX-LOTES
               SET ABORTAR-JOB TO TRUE
               GO TO 2760-EXIT
           END-IF.

           ADD 1 TO WS-QTD-LOTES.
           SET LT-IDX TO WS-QTD-LOTES.
           MOVE WS-LR-OPERADOR (1) TO WS-LT-OPERADOR (LT-IDX).
           MOVE WS-LR-QTD-REG (1) TO WS-LT-QTD-REG (LT-IDX).
           MOVE "S" TO WS-LT-SITUACAO (LT-IDX).
           MOVE "A" TO WS-LT-TIPO (LT-IDX).
           MOVE 1 TO WS-LR-SUB.
           PERFORM 2560-RETOMA-LOTE THRU 2560-EXIT.
           MOVE ZERO TO WS-QTD-REG-LOTE.
           PERFORM 4200-GRAVA-HISTORICO-LOTE THRU 4200-EXIT.

       2760-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-PROCESSA-REGISTRO - one pass of the run loop: dispatch
      * the record in the record area on its type - a control record
      * opens the next batch, a trailer reconciles and closes the
      * current one, anything else is a transaction for the open batch
      * - then checkpoint and read the next record. A transaction
      * arriving while no batch is open has nowhere to reconcile to
      * and is rejected to the exception path with its own reason.
      *----------------------------------------------------------------
       2900-PROCESSA-REGISTRO.

           ADD 1 TO WS-CONTADOR-REGISTROS.

           IF TR-TIPO-REG = "C"
               PERFORM 2000-PROCESSA-CONTROLE THRU 2000-EXIT
               GO TO 2900-CHECKPOINT
           END-IF.

               MOVE SPACES TO WS-LINHA-EXCP
               STRING "REGISTRO FORA DE LOTE - TIPO=" TR-TIPO-REG
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "LOT" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-LOTE
           END-IF.
           DIVIDE WS-CONTADOR-REGISTROS BY WS-CKPT-INTERVALO
               GIVING WS-CKPT-QUOCIENTE REMAINDER WS-CKPT-RESTO.
           IF WS-CKPT-RESTO = ZERO AND NOT MODO-VALIDACAO
               PERFORM 3300-GRAVA-CHECKPOINT THRU 3300-EXIT
           END-IF.
           IF WS-AUT-PENDENTE NOT = SPACES AND NOT ABORTAR-JOB
               PERFORM 3068-CONSOME-AUTORIZACAO THRU 3068-EXIT
           END-IF.
           IF ABORTAR-JOB
               GO TO 2900-EXIT
           END-IF.

           PERFORM 3100-LER-TRANSACAO THRU 3100-EXIT.

      * move the current record into WS-N01/WS-N02, run the four
      * calculation paragraphs and the audit/GL writes. Reading ahead
      * and checkpointing belong to 2900-PROCESSA-REGISTRO now that
      * control and trailer records flow through the same loop. An
      * edit-only run computes the results - DIVISAO's zero guard is
      * a reject and SOMA feeds the batch total - but posts nothing.
      *----------------------------------------------------------------
       3000-PROCESSA-TRANSACAO.


           PERFORM 3050-VALIDA-TRANSACAO THRU 3050-EXIT.

      * A value-dated detail due after today is held, not processed;
      * the account, duplicate and policy checks wait for its release
      * so they judge it on the day it posts.
           IF REGISTRO-VALIDO AND VERSAO-AGENDADA
               AND TD3-DATA-VALOR > WS-DATA (1:7)
               PERFORM 3700-ARMAZENA-AGENDADO THRU 3700-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF REGISTRO-VALIDO
               PERFORM 3060-CONSULTA-MESTRE THRU 3060-EXIT
           END-IF.
                   " RAZAO=" WS-CONTA-RAZAO
                   " DESC=" WS-DESCRICAO-CONTA
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               IF WS-CONTA-ORIGEM NOT = SPACES
                   MOVE " ORIGEM=" TO WS-LINHA-SAIDA (63:8)
                   MOVE WS-CONTA-ORIGEM TO WS-LINHA-SAIDA (71:5)
               END-IF
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               PERFORM MULTIPLICACAO THRU FIM-MULTIPLICACAO
               PERFORM SUBTRACAO THRU FIM-SUBTRACAO
               PERFORM SOMA THRU FIM-SOMA
               PERFORM DIVISAO THRU FIM-DIVISAO
               IF NOT MODO-VALIDACAO
                   PERFORM 3200-GRAVA-AUDITORIA THRU 3200-EXIT
                   IF NOT DIVISAO-COM-ZERO
                       PERFORM 3400-GRAVA-GL THRU 3400-EXIT
                   END-IF
               END-IF
           END-IF.

           MOVE WS-QTD-GL TO CKPT-QTD-GL.
           MOVE WS-HASH-GL TO CKPT-HASH-GL.
           MOVE WS-SUSP-ULTIMO-ID TO CKPT-ULTIMO-ID.
           MOVE WS-ULTIMO-LOTE TO CKPT-ULTIMO-LOTE.
           IF LOTE-ABERTO
               PERFORM 3310-CKPT-LOTE-ABERTO THRU 3310-EXIT
           ELSE
               MOVE ZEROS TO CKPT-LOTE (1)
           END-IF.
           MOVE WS-LR-DADOS (2) TO CKPT-LOTE (2).
           MOVE WS-AUT-PENDENTE TO CKPT-AUT-PENDENTE.
           MOVE WS-AUT-OPERADOR-PEND TO CKPT-AUT-OPERADOR.
           WRITE CKPT-RECORD.
           ADD 1 TO WS-QTD-CHECKPOINTS.

           IF WS-AUT-PENDENTE NOT = SPACES
               PERFORM 3068-CONSOME-AUTORIZACAO THRU 3068-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      * The open batch's picture as of this checkpoint; the record
      * count is the running one, the register entry only takes it
      * when the batch closes.
       3310-CKPT-LOTE-ABERTO.

           MOVE WS-LT-NUMERO (LT-IDX)   TO CKPT-LT-NUMERO (1).
           MOVE WS-LT-TIPO (LT-IDX)     TO CKPT-LT-TIPO (1).
           IF WS-LT-TIPO (LT-IDX) = "A"
               MOVE WS-GRUPO-LIBERACAO  TO CKPT-LT-GRUPO (1)
           ELSE
               MOVE SPACES              TO CKPT-LT-GRUPO (1)
           END-IF.
           MOVE WS-LT-OPERADOR (LT-IDX) TO CKPT-LT-OPERADOR (1).
           MOVE WS-QTD-REG-LOTE         TO CKPT-LT-QTD-REG (1).
           MOVE WS-LT-QTD-ACE (LT-IDX)  TO CKPT-LT-ACEITOS (1).
           MOVE WS-LT-QTD-REJ (LT-IDX)  TO CKPT-LT-REJEITADOS (1).
           MOVE WS-LT-QTD-RET (LT-IDX)  TO CKPT-LT-RETIDOS (1).
           MOVE WS-LT-ID-INI (LT-IDX)   TO CKPT-LT-ID-INI (1).
           MOVE WS-LT-ID-FIM (LT-IDX)   TO CKPT-LT-ID-FIM (1).
           PERFORM 3320-CKPT-MOTIVO THRU 3320-EXIT
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-QTD-MOT-LOTE.

       3310-EXIT.
           EXIT.

       3320-CKPT-MOTIVO.

           MOVE WS-LT-REJ-MOT (LT-IDX, WS-MOT-SUB)
               TO CKPT-LT-MOTIVO (1, WS-MOT-SUB).

       3320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-VALIDA-TRANSACAO - confirm the current record is actually a
      * detail record (TD-TIPO-REG = "D") and that TD-N01/TD-N02 are
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "REGISTRO COM TIPO INESPERADO - TIPO="
                   TD-TIPO-REG DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "TIP" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-TIPO
               STRING "ENTRADA NAO NUMERICA - N01=" TD-N01
                   " N02=" TD-N02 DELIMITED BY SIZE
                   INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "NUM" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-NUMERO
               STRING "ENTRADA FORA DA FAIXA - N01=" WS-N01
                   " N02=" WS-N02 DELIMITED BY SIZE
                   INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "FXA" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-FAIXA
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "ENTRADA NAO NUMERICA - LAYOUT 2"
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "NUM" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-NUMERO
               GO TO 3050-EXIT
           END-IF.

           IF VERSAO-AGENDADA
               IF TD3-DATA-VALOR NOT NUMERIC
                   OR TD3-DATA-VALOR (5:3) = "000"
                   OR TD3-DATA-VALOR (5:3) > "366"
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE SPACES TO WS-LINHA-EXCP
                   STRING "DATA-VALOR INVALIDA - DATA-VALOR="
                       TD3-DATA-VALOR
                       DELIMITED BY SIZE INTO WS-LINHA-EXCP
                   PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
                   MOVE "DTV" TO WS-MOTIVO-REJEITO
                   PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
                   ADD 1 TO WS-QTD-REJ-DATAVAL
                   GO TO 3050-EXIT
               END-IF
           END-IF.

           MOVE TD2-N01 TO WS-VALOR-1.
           MOVE TD2-N02 TO WS-VALOR-2.
           MOVE TD2-CONTA TO WS-CONTA-CHAVE.
      * processing policy. A code not on the master rejects the
      * record down the same exception path 3050 uses, with its own
      * CTA reason code; a suspended account rejects SUS, a closed
      * one ENC unless CTASUC names a successor to post to instead
      * (3062), and an operand outside the account's own limit range
      * rejects LIM - each its own reason so data control can tell a
      * policy stop from a bad code. A record carrying the override
      * byte skips the three policy screens (never the CTA check):
      * CBL0010 reversal whose negated operands would otherwise
      * reject LIM - or SUS, if the account was suspended after the
      * bounced posting - and sit in suspense forever with no repair
      * that could pass the same screen. Outside the ESTORNO GL batch
      * the byte must be backed by an unused supervisor authorization
      * (3065), or the record rejects AUT. A hit on an active account
      * captures the description and GL account number for the
      * SAIDAOUT enrichment line and the GLOUT posting. Only
      * PERFORMed for a record 3050 already validated, so WS-VALOR-1
      *----------------------------------------------------------------
       3060-CONSULTA-MESTRE.

           MOVE SPACES TO WS-CONTA-ORIGEM.
           MOVE WS-CONTA-CHAVE TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "CONTA NAO CADASTRADA - CONTA=" WS-CONTA-CHAVE
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "CTA" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-CONTA
               GO TO 3060-EXIT
           END-IF.

      * A closed account CBL0005 linked to a successor posts to the
      * successor, which every check from here on then judges - an
      * override included. WS-CONTA-CHAVE and MST-RECORD become the
      * successor's; the keyed code rides on in WS-CONTA-ORIGEM.
           IF MST-SITUACAO = "E" AND NOT CTASUC-AUSENTE
               PERFORM 3062-RESOLVE-SUCESSORA THRU 3062-EXIT
           END-IF.

           MOVE "N" TO WS-SW-ISENTO-POL.
           IF (VERSAO-DECIMAL AND TD2-OVERRIDE = "S")
               OR (NOT VERSAO-DECIMAL AND TD-OVERRIDE = "S")
               SET POLITICA-ISENTA TO TRUE
           END-IF.

      * The reversal batch's overrides are CBL0010's own, cut from
      * postings the GL shop bounced; every other override has to
      * be pre-approved.
           IF POLITICA-ISENTA
               IF WS-NOMESAM = WS-OPERADOR-ESTORNO
                   ADD 1 TO WS-QTD-OVR-ESTORNO
               ELSE
                   PERFORM 3065-VERIFICA-AUTORIZACAO THRU 3065-EXIT
                   IF NOT AUTORIZACAO-ACHADA
                       SET REGISTRO-INVALIDO TO TRUE
                       MOVE "N" TO WS-SW-ISENTO-POL
                       MOVE SPACES TO WS-LINHA-EXCP
                       STRING "OVERRIDE SEM AUTORIZACAO - CONTA="
                           WS-CONTA-CHAVE
                           DELIMITED BY SIZE INTO WS-LINHA-EXCP
                       PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
                       MOVE "AUT" TO WS-MOTIVO-REJEITO
                       PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
                       ADD 1 TO WS-QTD-REJ-AUTORIZ
                       GO TO 3060-EXIT
                   END-IF
                   ADD 1 TO WS-QTD-OVR-AUTORIZ
               END-IF
               GO TO 3060-CAPTURA
           END-IF.

               MOVE SPACES TO WS-LINHA-EXCP
               STRING "CONTA SUSPENSA - CONTA=" WS-CONTA-CHAVE
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "SUS" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-SUSP
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "CONTA ENCERRADA - CONTA=" WS-CONTA-CHAVE
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "ENC" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-ENCER
                   STRING "OPERANDO FORA DO LIMITE DA CONTA - CONTA="
                       WS-CONTA-CHAVE
                       DELIMITED BY SIZE INTO WS-LINHA-EXCP
                   PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
                   MOVE "LIM" TO WS-MOTIVO-REJEITO
                   PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
                   ADD 1 TO WS-QTD-REJ-LIMITE
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3062-RESOLVE-SUCESSORA - follow the CTASUC links from the
      * closed account just read until an account that is not closed.
      * On success WS-CONTA-ORIGEM takes the keyed code, WS-CONTA-CHAVE
      * the successor's and MST-RECORD holds the successor's master
      * record. A missing link, a successor no longer on the master
      * or a walk past WS-MAX-SALTOS leaves the record on the closed
      * account it was keyed to - re-read, since the walk has used
      * the record area - and 3060 rejects it ENC as before.
      *----------------------------------------------------------------
       3062-RESOLVE-SUCESSORA.

           MOVE WS-CONTA-CHAVE TO WS-CONTA-SUCESSAO.
           MOVE ZERO TO WS-QTD-SALTOS.

       3062-PROXIMO.
           MOVE WS-CONTA-SUCESSAO TO SUC-CONTA.
           READ SUCESSAO-FILE
               INVALID KEY
                   GO TO 3062-FALHA
           END-READ.

           MOVE SUC-SUCESSORA TO WS-CONTA-SUCESSAO.
           MOVE SUC-SUCESSORA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   GO TO 3062-FALHA
           END-READ.

           ADD 1 TO WS-QTD-SALTOS.
           IF MST-SITUACAO = "E"
               IF WS-QTD-SALTOS < WS-MAX-SALTOS
                   GO TO 3062-PROXIMO
               END-IF
               GO TO 3062-FALHA
           END-IF.

           MOVE WS-CONTA-CHAVE    TO WS-CONTA-ORIGEM.
           MOVE WS-CONTA-SUCESSAO TO WS-CONTA-CHAVE.
           ADD 1 TO WS-QTD-REDIR-SUC.
           GO TO 3062-EXIT.

       3062-FALHA.
           MOVE WS-CONTA-CHAVE TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       3062-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3065-VERIFICA-AUTORIZACAO - find an authorization on OVRAUT
      * for the record's account and amount, approved for this
      * business date or an earlier one and not yet past its expiry,
      * and still unused - and mark it used by this run. The entries
      * for an account and amount sit together in approval-date
      * order, so the scan starts at the pair and stops at the first
      * entry approved after today. On a RERUN an entry the
      * reprocessed cycle itself used (same date and cycle, another
      * feed generation) is the rerun's to use again, the same
      * exemption 3070 gives that cycle's DUPHIST entries. Any run
      * but a RESTART may likewise take an entry marked used under
      * its own date, cycle and generation: only an attempt that
      * died before GLCTL moved on leaves one, and its feed was never
      * sent. A RESTART may not, because the pre-crash records behind
      * the checkpoint really did use theirs. Every run claims the
      * entry it finds in core, and 3066 passes over claimed ones. A
      * live run does not mark it used here but leaves its key to
      * 3068, after the record's checkpoint; an edit-only run marks
      * nothing.
      *----------------------------------------------------------------
       3065-VERIFICA-AUTORIZACAO.

           MOVE "N" TO WS-SW-ACHOU-AUT.
           MOVE WS-CONTA-CHAVE TO WS-AUT-CONTA.
           COMPUTE WS-AUT-VALOR = WS-VALOR-1 + WS-VALOR-2.
           IF OVRAUT-AUSENTE
               GO TO 3065-EXIT
           END-IF.

           MOVE WS-AUT-CONTA TO AUT-CONTA.
           MOVE WS-AUT-VALOR TO AUT-VALOR.
           MOVE LOW-VALUES   TO AUT-DATA.
           MOVE ZERO         TO AUT-SEQUENCIA.
           START AUTORIZA-FILE KEY NOT < AUT-CHAVE
               INVALID KEY
                   GO TO 3065-EXIT
           END-START.

           MOVE "N" TO WS-SW-FIM-AUT.
           PERFORM 3066-LER-AUTORIZACAO THRU 3066-EXIT
               UNTIL FIM-AUTORIZACOES OR AUTORIZACAO-ACHADA.

           IF NOT AUTORIZACAO-ACHADA
               GO TO 3065-EXIT
           END-IF.

           IF WS-QTD-AUT-VAL = WS-MAX-AUT-VAL
               DISPLAY "ERRO - TABELA DE AUTORIZACOES ESGOTADA - "
                   "LIMITE = " WS-MAX-AUT-VAL
               SET ABORTAR-JOB TO TRUE
               GO TO 3065-EXIT
           END-IF.
           ADD 1 TO WS-QTD-AUT-VAL.
           SET AV-IDX TO WS-QTD-AUT-VAL.
           MOVE AUT-CHAVE TO WS-AV-CHAVE (AV-IDX).

           IF NOT MODO-VALIDACAO
               MOVE AUT-CHAVE  TO WS-AUT-PENDENTE
               MOVE WS-NOMESAM TO WS-AUT-OPERADOR-PEND
           END-IF.

       3065-EXIT.
           EXIT.

       3066-LER-AUTORIZACAO.

           READ AUTORIZA-FILE NEXT RECORD
               AT END MOVE "S" TO WS-SW-FIM-AUT
           END-READ.

           IF FIM-AUTORIZACOES
               GO TO 3066-EXIT
           END-IF.

           IF AUT-CONTA NOT = WS-AUT-CONTA
               OR AUT-VALOR NOT = WS-AUT-VALOR
               OR AUT-DATA > WS-DATA
               MOVE "S" TO WS-SW-FIM-AUT
               GO TO 3066-EXIT
           END-IF.

           IF AUT-VALIDADE < WS-DATA
               GO TO 3066-EXIT
           END-IF.

           IF WS-QTD-AUT-VAL > ZERO
               MOVE "N" TO WS-SW-ACHOU-VAL
               SET AV-IDX TO 1
               SEARCH WS-AV-ENT
                   AT END CONTINUE
                   WHEN AV-IDX > WS-QTD-AUT-VAL
                       CONTINUE
                   WHEN WS-AV-CHAVE (AV-IDX) = AUT-CHAVE
                       SET CHAVE-JA-VISTA TO TRUE
               END-SEARCH
               IF CHAVE-JA-VISTA
                   GO TO 3066-EXIT
               END-IF
           END-IF.

           IF AUT-SITUACAO = "A"
               SET AUTORIZACAO-ACHADA TO TRUE
               GO TO 3066-EXIT
           END-IF.

           IF AUT-SITUACAO NOT = "U"
               OR AUT-DATA-USO NOT = WS-DATA
               OR AUT-CICLO-USO NOT = WS-CICLO
               GO TO 3066-EXIT
           END-IF.

           IF MODO-RERUN AND AUT-GERACAO-USO NOT = WS-GL-GERACAO
               SET AUTORIZACAO-ACHADA TO TRUE
           END-IF.
           IF NOT MODO-RESTART AND AUT-GERACAO-USO = WS-GL-GERACAO
               SET AUTORIZACAO-ACHADA TO TRUE
           END-IF.

       3066-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3068-CONSOME-AUTORIZACAO - mark the authorization held in
      * WS-AUT-PENDENTE used by this run. Called once the record that
      * used it is behind a checkpoint, and by a RESTART for the one
      * the last checkpoint names; marking an entry already marked by
      * this run rewrites the same values.
      *----------------------------------------------------------------
       3068-CONSOME-AUTORIZACAO.

           MOVE WS-AUT-PENDENTE TO AUT-CHAVE.
           READ AUTORIZA-FILE
               INVALID KEY
                   DISPLAY "ERRO - OVRAUT - AUTORIZACAO NAO ENCONTRADA"
                       " - STATUS = " WS-AUT-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 3068-EXIT
           END-READ.

           MOVE "U"                  TO AUT-SITUACAO.
           MOVE WS-DATA              TO AUT-DATA-USO.
           MOVE WS-CICLO             TO AUT-CICLO-USO.
           MOVE WS-GL-GERACAO        TO AUT-GERACAO-USO.
           MOVE WS-AUT-OPERADOR-PEND TO AUT-OPERADOR-USO.
           REWRITE AUT-RECORD
               INVALID KEY
                   DISPLAY "ERRO - OVRAUT - REGRAVACAO FALHOU - "
                       "STATUS = " WS-AUT-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 3068-EXIT
           END-REWRITE.

           MOVE SPACES TO WS-AUT-PENDENTE.

       3068-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3070-VERIFICA-DUPLICATA - look the record's canonical operand
      * pair up on the DUPHIST history with one keyed read. A hit
      * exactly what the operator asked to process again; hits from
      * the date's OTHER cycles still reject, so a cross-cycle
      * duplicate the original run would have caught is still
      * caught. A duplicate without an honoured override
      * rejects the record down the exception path with the DUP
      * reason; everything else (re-)registers the pair so the NEXT
      * copy is caught. Only PERFORMed for a record that passed

           MOVE "N" TO WS-SW-ACHOU-DUP.
           MOVE WS-CHAVE-DUP TO DUP-CHAVE.
           IF NOT DUPHIST-AUSENTE
               READ DUPHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DUPLICATA-ACHADA TO TRUE
               END-READ
           END-IF.

           IF DUPLICATA-ACHADA
               AND DUP-GERACAO NOT = WS-GL-GERACAO
               END-IF
           END-IF.

      * An edit-only run registers nothing on DUPHIST, so a pair
      * this same file already carried is caught in core.
           IF MODO-VALIDACAO AND NOT DUPLICATA-ACHADA
               PERFORM 3075-CONSULTA-CHAVE-VAL THRU 3075-EXIT
               IF CHAVE-JA-VISTA
                   SET DUPLICATA-ACHADA TO TRUE
               END-IF
           END-IF.

           IF DUPLICATA-ACHADA
               IF POLITICA-ISENTA
                   GO TO 3070-EXIT
               END-IF
               SET REGISTRO-INVALIDO TO TRUE
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "TRANSACAO DUPLICADA - CHAVE=" WS-CHAVE-DUP
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "DUP" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-DUPLIC
               GO TO 3070-EXIT
           END-IF.

           IF MODO-VALIDACAO
               PERFORM 3085-GUARDA-CHAVE-VAL THRU 3085-EXIT
           ELSE
               PERFORM 3080-REGISTRA-CHAVE THRU 3080-EXIT
           END-IF.

       3070-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3075-CONSULTA-CHAVE-VAL / 3085-GUARDA-CHAVE-VAL - the edit-only
      * run's in-core stand-in for registering pairs on DUPHIST.
      *----------------------------------------------------------------
       3075-CONSULTA-CHAVE-VAL.

           MOVE "N" TO WS-SW-ACHOU-VAL.
           IF WS-QTD-CHAVES-VAL = ZERO
               GO TO 3075-EXIT
           END-IF.
           SET CV-IDX TO 1.
           SEARCH WS-CV-ENT
               AT END CONTINUE
               WHEN CV-IDX > WS-QTD-CHAVES-VAL
                   CONTINUE
               WHEN WS-CV-CHAVE (CV-IDX) = WS-CHAVE-DUP
                   SET CHAVE-JA-VISTA TO TRUE
           END-SEARCH.

       3075-EXIT.
           EXIT.

       3085-GUARDA-CHAVE-VAL.

           IF WS-QTD-CHAVES-VAL = WS-MAX-CHAVES-VAL
               DISPLAY "ERRO - TABELA DE CHAVES DA VALIDACAO ESGOTADA"
                   " - LIMITE = " WS-MAX-CHAVES-VAL
               SET ABORTAR-JOB TO TRUE
               GO TO 3085-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CHAVES-VAL.
           SET CV-IDX TO WS-QTD-CHAVES-VAL.
           MOVE WS-CHAVE-DUP TO WS-CV-CHAVE (CV-IDX).

       3085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3080-REGISTRA-CHAVE - register (or refresh) WS-CHAVE-DUP on
      * the DUPHIST history under this business date and generation.
      *----------------------------------------------------------------
       3500-GRAVA-REJEITO.

      * An edit-only run lists the would-be reject for the desk and
      * touches neither REJOUT nor the ledger; the batch still counts
      * it, so the register shows what the live cycle would.
           IF MODO-VALIDACAO
               PERFORM 3600-LINHA-PRECRITICA THRU 3600-EXIT
               GO TO 3500-CONTA-LOTE
           END-IF.

           MOVE WS-DATA           TO REJ-DATA.
           MOVE WS-MOTIVO-REJEITO TO REJ-MOTIVO.
           MOVE WS-VERSAO-LOTE    TO REJ-VERSAO.
           MOVE WS-SUSP-ULTIMO-ID TO REJ-ID.
           WRITE REJ-RECORD.

      * Batches run one after another, so the ids a batch's rejects
      * take are one unbroken range.
           IF LOTE-ABERTO
               IF WS-LT-ID-INI (LT-IDX) = ZERO
                   MOVE WS-SUSP-ULTIMO-ID TO WS-LT-ID-INI (LT-IDX)
               END-IF
               MOVE WS-SUSP-ULTIMO-ID TO WS-LT-ID-FIM (LT-IDX)
           END-IF.

           MOVE WS-SUSP-ULTIMO-ID TO SUSP-ID.
           MOVE WS-DATA           TO SUSP-DATA.
           MOVE WS-MOTIVO-REJEITO TO SUSP-MOTIVO.
      * A reject inside an open batch also counts on that batch's
      * confirmation record; rejects outside any batch (LOT) have no
      * batch to confirm against.
           IF NOT LOTE-ABERTO
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-LT-QTD-REJ (LT-IDX).

           SET MO-IDX TO 1.
           SEARCH WS-MOT-CODIGO
               AT END CONTINUE
               WHEN WS-MOT-CODIGO (MO-IDX) = WS-MOTIVO-REJEITO
                   SET WS-MOT-SUB TO MO-IDX
                   ADD 1 TO WS-LT-REJ-MOT (LT-IDX, WS-MOT-SUB)
           END-SEARCH.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-LINHA-PRECRITICA - list one would-be reject on the
      * pre-screen report: the batch it sits in (zero outside any
      * batch), its record number in TRANSIN, the reason code, and
      * the record image still in the TRANS-FILE record area.
      *----------------------------------------------------------------
       3600-LINHA-PRECRITICA.

           ADD 1 TO WS-QTD-PRE-REJ.
           IF LOTE-ABERTO
               SET WS-LOTE-SEQ TO LT-IDX
           ELSE
               MOVE ZERO TO WS-LOTE-SEQ
           END-IF.
           MOVE WS-LOTE-SEQ TO WS-LOTE-ED.
           MOVE WS-CONTADOR-REGISTROS TO WS-REGISTRO-ED.
           MOVE SPACES TO WS-LINHA-PRE.
           STRING "REJEITO LOTE " WS-LOTE-ED
               " REGISTRO " WS-REGISTRO-ED
               " MOTIVO=" WS-MOTIVO-REJEITO
               " OPERADOR: " WS-NOMESAM
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.
           MOVE SPACES TO WS-LINHA-PRE.
           STRING "  IMAGEM=" TR-REG-CONTROLE (1:120)
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-ARMAZENA-AGENDADO - hold the value-dated detail in the
      * record area on AGENDA until its value date. The batch still
      * counts its SOMA toward the trailer - the desk totalled the
      * record when it cut the file - and the register counts it as
      * held. The entry is keyed on where the record arrived, so a
      * RESTART that meets it again simply rewrites it; a RERUN
      * meeting an entry CBL0018 has since cancelled leaves the
      * cancellation standing. An edit-only run only counts it.
      *----------------------------------------------------------------
       3700-ARMAZENA-AGENDADO.

           ADD WS-VALOR-1 WS-VALOR-2 TO WS-ACUM-SOMA.
           ADD 1 TO WS-QTD-RETIDOS.
           ADD 1 TO WS-LT-QTD-RET (LT-IDX).

           COMPUTE WS-SOMA = WS-VALOR-1 + WS-VALOR-2.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "AGENDADO PARA " TD3-DATA-VALOR
               " - CONTA=" WS-CONTA-CHAVE
               " VALOR=" WS-SOMA
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.

           IF MODO-VALIDACAO
               GO TO 3700-EXIT
           END-IF.

           MOVE TD3-DATA-VALOR TO WS-CA-DATA-VALOR.
           MOVE WS-DATA (1:7) TO WS-CA-DATA-ORIGEM.
           MOVE WS-CICLO TO WS-CA-CICLO-ORIGEM.
           MOVE WS-CONTADOR-REGISTROS TO WS-CA-REGISTRO.
           MOVE WS-CHAVE-AGD TO AGD-CHAVE.
           READ AGENDA-FILE
               INVALID KEY MOVE "N" TO WS-SW-AGD-EXISTE
               NOT INVALID KEY MOVE "S" TO WS-SW-AGD-EXISTE
           END-READ.
           IF AGENDADO-EXISTENTE AND AGD-SITUACAO = "C"
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "AGENDADO CANCELADO ANTERIORMENTE - MANTIDO"
                   " - CONTA=" WS-CONTA-CHAVE
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               GO TO 3700-EXIT
           END-IF.

           MOVE SPACES TO AGD-RECORD.
           MOVE WS-CHAVE-AGD TO AGD-CHAVE.
           MOVE WS-LT-NUMERO (LT-IDX) TO AGD-LOTE-ORIGEM.
           MOVE "A" TO AGD-SITUACAO.
           MOVE WS-CONTA-CHAVE TO AGD-CONTA.
           COMPUTE AGD-VALOR = WS-VALOR-1 + WS-VALOR-2.
           MOVE WS-NOMESAM        TO AGD-OPERADOR.
           MOVE WS-NOMESAMCAMPO-1 TO AGD-CAMPO-1.
           MOVE WS-NOMESAMCAMPO-2 TO AGD-CAMPO-2.
           MOVE WS-SW-EXEC-SOMA      TO AGD-FLAG-SOMA.
           MOVE WS-SW-EXEC-SUBTRACAO TO AGD-FLAG-SUBTRACAO.
           MOVE WS-SW-EXEC-MULT      TO AGD-FLAG-MULT.
           MOVE WS-SW-EXEC-DIVISAO   TO AGD-FLAG-DIVISAO.
           MOVE TR-REG-CONTROLE TO AGD-REGISTRO.
           MOVE ZERO TO AGD-CICLO-LIB.
           MOVE ZERO TO AGD-GERACAO-LIB.

           IF AGENDADO-EXISTENTE
               REWRITE AGD-RECORD
                   INVALID KEY
                       MOVE "99" TO WS-AGD-STATUS
               END-REWRITE
           ELSE
               WRITE AGD-RECORD
                   INVALID KEY
                       MOVE "99" TO WS-AGD-STATUS
               END-WRITE
           END-IF.
           IF WS-AGD-STATUS NOT = "00"
               DISPLAY "ERRO - AGENDA - GRAVACAO FALHOU - STATUS = "
                   WS-AGD-STATUS
               SET ABORTAR-JOB TO TRUE
           END-IF.

       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-GRAVA-AUDITORIA - append one record to AUDITORIA-FILE with
      * today's run date and the four results just computed.
      *----------------------------------------------------------------
       3200-GRAVA-AUDITORIA.

           MOVE WS-DATA           TO AUDIT-DATA.
           MOVE WS-VALOR-1        TO AUDIT-N01.
           MOVE WS-VALOR-2        TO AUDIT-N02.
           MOVE WS-SOMA           TO AUDIT-SOMA.
           MOVE WS-SUBTRACAO      TO AUDIT-SUBTRACAO.
           MOVE WS-MULTIPLICACAO  TO AUDIT-MULTIPLICACAO.
           MOVE WS-DIVISAO        TO AUDIT-DIVISAO.
           MOVE WS-CONTA-CODIGO   TO AUDIT-CONTA.
           MOVE WS-CONTA-ORIGEM   TO AUDIT-CONTA-ORIGEM.
           WRITE AUDIT-RECORD.

       3200-EXIT.
      * the SOMA/DIVISAO results. Only PERFORMed for a record whose
      * DIVISAO was actually computed - 3000-PROCESSA-TRANSACAO skips
      * this paragraph when DIVISAO-COM-ZERO, so a record that hit the
      * WS-N02 zero guard never posts a false zero to the ledger. A
      * record whose ledger account is summarized is filed on the
      * GLDETAL backup instead (3450); its journal line is written at
      * end of job.
      *----------------------------------------------------------------
       3400-GRAVA-GL.

           MOVE "N" TO WS-SW-ACHOU-RES.
           IF RESUMO-TODOS-RAZOES
               SET RAZAO-RESUMIDO TO TRUE
           ELSE
               IF WS-QTD-RESUMO > ZERO
                   SET RS-IDX TO 1
                   SEARCH WS-RS-ENT
                       AT END CONTINUE
                       WHEN RS-IDX > WS-QTD-RESUMO
                           CONTINUE
                       WHEN WS-RS-CONTA-RAZAO (RS-IDX) = WS-CONTA-RAZAO
                           SET RAZAO-RESUMIDO TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

           IF RAZAO-RESUMIDO
               PERFORM 3450-GRAVA-DETALHE THRU 3450-EXIT
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACES TO GL-RECORD.
           MOVE "D"          TO GL-TIPO-REG.
           MOVE WS-DATA      TO GL-DATA.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3450-GRAVA-DETALHE - file one summarized transaction on the
      * GLDETAL backup under this generation and its ledger account,
      * with the figures 3200 just wrote to AUDITLOG. A backup that
      * cannot take the item stops the run: the journal line would
      * carry a transaction nothing ties it back to.
      *----------------------------------------------------------------
       3450-GRAVA-DETALHE.

           ADD 1 TO WS-DTL-ITEM.
           MOVE WS-GL-GERACAO      TO DTL-GERACAO.
           MOVE WS-CONTA-RAZAO     TO DTL-CONTA-RAZAO.
           MOVE WS-DTL-ITEM        TO DTL-ITEM.
           MOVE ZERO               TO DTL-LINHA.
           MOVE WS-CICLO           TO DTL-CICLO.
           MOVE WS-DATA            TO DTL-AUD-DATA.
           MOVE WS-VALOR-1         TO DTL-AUD-N01.
           MOVE WS-VALOR-2         TO DTL-AUD-N02.
           MOVE WS-SOMA            TO DTL-AUD-SOMA.
           MOVE WS-SUBTRACAO       TO DTL-AUD-SUBTRACAO.
           MOVE WS-MULTIPLICACAO   TO DTL-AUD-MULTIPLICACAO.
           MOVE WS-DIVISAO         TO DTL-AUD-DIVISAO.
           MOVE WS-CONTA-CODIGO    TO DTL-AUD-CONTA.
           WRITE DTL-RECORD
               INVALID KEY
                   DISPLAY "ERRO - GLDETAL - GRAVACAO FALHOU - STATUS="
                       WS-DTL-STATUS
                   SET ABORTAR-JOB TO TRUE
           END-WRITE.

       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LER-TRANSACAO - read the next TRANS-FILE record, setting
      * the end-of-file switch when the file is exhausted. A trailer
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "SOMA = " WS-SOMA DELIMITED BY SIZE
                       INTO WS-LINHA-SAIDA
                   PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               END-IF.

           FIM-SOMA.
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "SUBTRACAO = " WS-SUBTRACAO DELIMITED BY SIZE
                       INTO WS-LINHA-SAIDA
                   PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               END-IF.

           FIM-SUBTRACAO.
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "MULTIPLICACAO = " WS-MULTIPLICACAO
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               END-IF.

           FIM-MULTIPLICACAO.
                   STRING "DIVISAO - DIVISOR ZERADO - N01=" WS-VALOR-1
                       DELIMITED BY SIZE
                       INTO WS-LINHA-EXCP
                   PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
                   MOVE "DIV" TO WS-MOTIVO-REJEITO
                   PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
                   ADD 1 TO WS-QTD-REJ-DIVZERO
                   MOVE SPACES TO WS-LINHA-SAIDA
                   STRING "DIVISAO = " WS-DIVISAO DELIMITED BY SIZE
                       INTO WS-LINHA-SAIDA
                   PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               END-IF.

           FIM-DIVISAO.
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-OPER
               MOVE WS-QTD-REG-LOTE TO WS-LT-QTD-REG (LT-IDX)
               GO TO 4000-FECHA
           END-IF.

           IF NOT LOTE-ABERTO
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "TRAILER SEM LOTE ABERTO - IGNORADO"
                   DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE "LOT" TO WS-MOTIVO-REJEITO
               PERFORM 3500-GRAVA-REJEITO THRU 3500-EXIT
               ADD 1 TO WS-QTD-REJ-LOTE
               MOVE SPACES TO WS-LINHA-EXCP
               STRING "TRAILER COM TOTAL ILEGIVEL - OPERADOR: "
                   WS-NOMESAM DELIMITED BY SIZE INTO WS-LINHA-EXCP
               PERFORM 7300-GRAVA-EXCECAO THRU 7300-EXIT
               MOVE SPACES TO WS-LINHA-SAIDA
               STRING "RECONCILIACAO FORA DE BALANCO - TOTAL DO "
                   "TRAILER ILEGIVEL"
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT
               DISPLAY WS-LINHA-SAIDA
               IF MODO-VALIDACAO
                   PERFORM 4100-PRECRITICA-BALANCO THRU 4100-EXIT
               END-IF
               MOVE "F" TO WS-LT-SITUACAO (LT-IDX)
               MOVE WS-QTD-REG-LOTE TO WS-LT-QTD-REG (LT-IDX)
               GO TO 4000-FECHA
           END-IF.

           MOVE WS-ACUM-SOMA       TO WS-ACUM-SOMA-ED.
                   WS-ACUM-SOMA-ED " INFORMADO=" WS-TOTAL-INFORMADO-ED
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           END-IF.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.
           DISPLAY WS-LINHA-SAIDA.

           IF WS-ACUM-SOMA = WS-TOTAL-INFORMADO
               MOVE "B" TO WS-LT-SITUACAO (LT-IDX)
           ELSE
               MOVE "F" TO WS-LT-SITUACAO (LT-IDX)
               IF MODO-VALIDACAO
                   PERFORM 4100-PRECRITICA-BALANCO THRU 4100-EXIT
               END-IF
           END-IF.
           MOVE WS-QTD-REG-LOTE TO WS-LT-QTD-REG (LT-IDX).

      * However it closed, the batch's LOTHIST record goes out now,
      * ahead of the checkpoint of the trailer that closed it.
       4000-FECHA.

           MOVE "N" TO WS-SW-LOTE-ABERTO.
           PERFORM 4200-GRAVA-HISTORICO-LOTE THRU 4200-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-PRECRITICA-BALANCO - carry the reconciliation line just
      * printed for an out-of-balance batch onto the pre-screen
      * report under the batch's number and operator.
      *----------------------------------------------------------------
       4100-PRECRITICA-BALANCO.

           SET WS-LOTE-SEQ TO LT-IDX.
           MOVE WS-LOTE-SEQ TO WS-LOTE-ED.
           MOVE SPACES TO WS-LINHA-PRE.
           STRING "LOTE " WS-LOTE-ED
               " OPERADOR: " WS-NOMESAM
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.
           MOVE SPACES TO WS-LINHA-PRE.
           STRING "  " WS-LINHA-SAIDA
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-GRAVA-HISTORICO-LOTE - append the batch at LT-IDX, just
      * closed, to the LOTHIST batch history. An edit-only run writes
      * no history, and a batch whose record a RESTART found already
      * there is not written again. RERUN appends the cycle's batches
      * again under its own generation.
      *----------------------------------------------------------------
       4200-GRAVA-HISTORICO-LOTE.

           IF MODO-VALIDACAO OR WS-LT-HIST (LT-IDX) = "S"
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES TO HLT-RECORD.
           MOVE WS-DATA (1:7) TO HLT-DATA-NEGOCIO.
           MOVE WS-CICLO TO HLT-CICLO.
           MOVE WS-GL-GERACAO TO HLT-GERACAO.
           MOVE WS-LT-OPERADOR (LT-IDX) TO HLT-OPERADOR.
           MOVE WS-LT-NUMERO (LT-IDX) TO HLT-SEQUENCIA.
           MOVE WS-LT-QTD-ACE (LT-IDX) TO HLT-ACEITOS.
           MOVE WS-LT-QTD-REJ (LT-IDX) TO HLT-REJEITADOS.
           MOVE WS-LT-SITUACAO (LT-IDX) TO HLT-SITUACAO.
           MOVE WS-LT-TIPO (LT-IDX) TO HLT-TIPO-LOTE.
           MOVE WS-LT-QTD-RET (LT-IDX) TO HLT-RETIDOS.
           MOVE WS-LT-ID-INI (LT-IDX) TO HLT-ID-INICIAL.
           MOVE WS-LT-ID-FIM (LT-IDX) TO HLT-ID-FINAL.
           PERFORM 4210-MOTIVO-HISTORICO THRU 4210-EXIT
               VARYING WS-MOT-SUB FROM 1 BY 1
               UNTIL WS-MOT-SUB > WS-QTD-MOT-LOTE.
           WRITE HLT-RECORD.
           IF WS-HLT-STATUS NOT = "00"
               DISPLAY "ERRO - LOTHIST - GRAVACAO FALHOU - STATUS = "
                   WS-HLT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 4200-EXIT
           END-IF.
           MOVE "S" TO WS-LT-HIST (LT-IDX).

       4200-EXIT.
           EXIT.

       4210-MOTIVO-HISTORICO.

           MOVE WS-MOT-CODIGO (WS-MOT-SUB)
               TO HLT-MOT-CODIGO (WS-MOT-SUB).
           MOVE WS-LT-REJ-MOT (LT-IDX, WS-MOT-SUB)
               TO HLT-MOT-QTD (WS-MOT-SUB).

       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-REGISTRO-LOTES - the batch register report at the foot of
      * SAIDAOUT: one line per batch processed this run with its
           STRING "REGISTRO DE LOTES - TOTAL DE LOTES="
               WS-QTD-LOTES-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.
           DISPLAY WS-LINHA-SAIDA.

           IF WS-QTD-LOTES = ZERO
           SET WS-LOTE-SEQ TO LT-IDX.
           MOVE WS-LOTE-SEQ TO WS-LOTE-ED.
           MOVE WS-LT-QTD-REG (LT-IDX) TO WS-QTD-REG-ED.

      * A release of held items says so; a desk's batch that held
      * value-dated details says how many.
           MOVE SPACES TO WS-SUFIXO-LOTE.
           IF WS-LT-TIPO (LT-IDX) = "A"
               MOVE " - LIBERACAO DE AGENDADOS" TO WS-SUFIXO-LOTE
           ELSE
               IF WS-LT-QTD-RET (LT-IDX) > ZERO
                   MOVE WS-LT-QTD-RET (LT-IDX) TO WS-QTD-RET-ED
                   STRING " RETIDOS=" WS-QTD-RET-ED
                       DELIMITED BY SIZE INTO WS-SUFIXO-LOTE
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA-SAIDA.
           IF WS-LT-SITUACAO (LT-IDX) = "B"
               STRING "LOTE " WS-LOTE-ED
                   " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                   " REGISTROS=" WS-QTD-REG-ED
                   " BALANCEADO"
                   WS-SUFIXO-LOTE
                   DELIMITED BY SIZE INTO WS-LINHA-SAIDA
           ELSE
               IF WS-LT-SITUACAO (LT-IDX) = "F"
                       " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                       " REGISTROS=" WS-QTD-REG-ED
                       " FORA DE BALANCO"
                       WS-SUFIXO-LOTE
                       DELIMITED BY SIZE INTO WS-LINHA-SAIDA
               ELSE
                   IF WS-LT-SITUACAO (LT-IDX) = "R"
                           " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                           " REGISTROS=" WS-QTD-REG-ED
                           " RECUSADO - OPERADOR"
                           WS-SUFIXO-LOTE
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   ELSE
                       STRING "LOTE " WS-LOTE-ED
                           " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                           " REGISTROS=" WS-QTD-REG-ED
                           " SEM TRAILER"
                           WS-SUFIXO-LOTE
                           DELIMITED BY SIZE INTO WS-LINHA-SAIDA
                   END-IF
               END-IF
           END-IF.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.
           DISPLAY WS-LINHA-SAIDA.

       5100-EXIT.
           MOVE WS-QTD-LOTES TO CNT-QTD-LOTES.
           MOVE WS-CONF-TOT-ACE TO CNT-ACEITOS.
           MOVE WS-CONF-TOT-REJ TO CNT-REJEITADOS.
           MOVE WS-CONF-TOT-RET TO CNT-RETIDOS.
           WRITE CONF-RECORD.

       5500-EXIT.
           MOVE WS-LT-QTD-ACE (LT-IDX) TO CONF-ACEITOS.
           MOVE WS-LT-QTD-REJ (LT-IDX) TO CONF-REJEITADOS.
           MOVE WS-LT-SITUACAO (LT-IDX) TO CONF-SITUACAO.
           MOVE WS-LT-QTD-RET (LT-IDX) TO CONF-RETIDOS.
           MOVE WS-LT-TIPO (LT-IDX) TO CONF-TIPO-LOTE.
           WRITE CONF-RECORD.

           ADD WS-LT-QTD-ACE (LT-IDX) TO WS-CONF-TOT-ACE.
           ADD WS-LT-QTD-REJ (LT-IDX) TO WS-CONF-TOT-REJ.
           ADD WS-LT-QTD-RET (LT-IDX) TO WS-CONF-TOT-RET.

       5600-EXIT.
           EXIT.
               + WS-QTD-REJ-DIVZERO + WS-QTD-REJ-CONTA
               + WS-QTD-REJ-LOTE + WS-QTD-REJ-DUPLIC
               + WS-QTD-REJ-OPER + WS-QTD-REJ-SUSP
               + WS-QTD-REJ-ENCER + WS-QTD-REJ-LIMITE
               + WS-QTD-REJ-AUTORIZ + WS-QTD-REJ-DATAVAL.

           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "ESTATISTICAS DA EXECUCAO - DATA=" WS-DATA
           IF MODO-RESTART
               MOVE "MODO DE EXECUCAO = RESTART" TO WS-LINHA-ESTAT
           ELSE
               IF MODO-VALIDACAO
                   MOVE "MODO DE EXECUCAO = VALIDACAO"
                       TO WS-LINHA-ESTAT
               ELSE
                   MOVE "MODO DE EXECUCAO = NORMAL" TO WS-LINHA-ESTAT
               END-IF
           END-IF.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-REDIR-SUC TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "REDIRECIONADAS SUCESSAO   = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-REJ-LIMITE TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "REJEITADAS LIMITE (LIM)   = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-REJ-AUTORIZ TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "REJEITADAS AUTORIZ (AUT)  = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-REJ-DATAVAL TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "REJEITADAS DT VALOR (DTV) = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-RETIDOS TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "AGENDADOS RETIDOS         = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-LIBERADOS TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "AGENDADOS LIBERADOS       = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-RESUMIDAS TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "TRANSACOES RESUMIDAS      = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-LINHAS-RES TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "LANCAMENTOS RESUMIDOS     = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-OVR-AUTORIZ TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "OVERRIDES AUTORIZADOS     = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-OVR-ESTORNO TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "OVERRIDES ESTORNO GL      = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-CHECKPOINTS TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "CHECKPOINTS GRAVADOS      = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           MOVE WS-QTD-SALDOS-ATU TO WS-QTD-ED-ESTAT.
           MOVE SPACES TO WS-LINHA-ESTAT.
           STRING "SALDOS ATUALIZADOS        = " WS-QTD-ED-ESTAT
               DELIMITED BY SIZE INTO WS-LINHA-ESTAT.
           PERFORM 7100-GRAVA-ESTAT THRU 7100-EXIT.

           IF WS-QTD-LOTES-FORA > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100/7200/7300 - every line bound for ESTATOUT, SAIDAOUT and
      * EXCPOUT goes out through these. An edit-only run opens none
      * of the three - they are the night's register, and a crashed
      * live run's RESTART extends them - so its statistics and its
      * exception text go to the pre-screen report instead, and its
      * per-record report lines, which describe processing that did
      * not happen, are dropped.
      *----------------------------------------------------------------
       7100-GRAVA-ESTAT.

           IF MODO-VALIDACAO
               WRITE PRE-RECORD FROM WS-LINHA-ESTAT
           ELSE
               WRITE ESTAT-RECORD FROM WS-LINHA-ESTAT
           END-IF.
           DISPLAY WS-LINHA-ESTAT.

       7100-EXIT.
           EXIT.

       7200-GRAVA-SAIDA.

           IF NOT MODO-VALIDACAO
               WRITE SAIDA-RECORD FROM WS-LINHA-SAIDA
           END-IF.

       7200-EXIT.
           EXIT.

       7300-GRAVA-EXCECAO.

           IF MODO-VALIDACAO
               WRITE PRE-RECORD FROM WS-LINHA-EXCP
           ELSE
               WRITE EXCP-RECORD FROM WS-LINHA-EXCP
           END-IF.

       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the batch files before GOBACK. Only a
      * run that reaches here (fresh or RESTART) has completed
      *----------------------------------------------------------------
       8000-FINALIZACAO.

      * An edit-only run hands nothing on and leaves CHECKPOINT-FILE
      * alone - it may be holding a crashed live run's restart point.
           IF MODO-VALIDACAO
               PERFORM 8900-ENCERRA-VALIDACAO THRU 8900-EXIT
               GO TO 8000-EXIT
           END-IF.

      * The balances move first, while the feed holds postings only:
      * a failure in 8600 stops the job with nothing handed on, the
      * cycle unstamped on RUNCTL and no line after the postings, so
      * the RESTART that follows appends to the feed as usual and
      * its 8600 replaces this cycle's movement rather than adding it
      * twice. SALDOMST opened in 1000 and 8600 keeps no table that
      * could overflow, so only a failing write on the master can
      * stop it here.
           IF NOT GLOUT-ENCERRADO
               CLOSE GL-FILE
           END-IF.
           PERFORM 8600-ATUALIZA-SALDOS THRU 8600-EXIT.
           IF ABORTAR-JOB
               GO TO 8000-EXIT
           END-IF.

      * Then the feed is closed: the summarized journal lines ahead
      * of the trailer, which counts and hashes them like any
      * posting. Anything that fails from here on leaves a finished
      * feed, which a RESTART recognises by its trailer (1900) and
      * hands on as it stands instead of appending to it.
           IF GLOUT-ENCERRADO
               MOVE WS-ENC-QTD-GL TO WS-QTD-GL
               MOVE WS-ENC-HASH-GL TO WS-HASH-GL
           ELSE
               PERFORM 8050-ENCERRA-GLOUT THRU 8050-EXIT
               IF ABORTAR-JOB
                   GO TO 8000-EXIT
               END-IF
           END-IF.

      * File the finished feed on the generation archive before the
      * generation is handed on; a feed that cannot be archived could
      * never be retransmitted, so it stops the job the same way.
           PERFORM 8700-ARQUIVA-GERACAO THRU 8700-EXIT.
           IF ABORTAR-JOB
               GO TO 8000-EXIT
           END-IF.

      * Hand the generation on to the next run and register what was
      * sent for CBL0006 to match the GL shop's acknowledgment
               MOVE WS-GL-GERACAO TO FEED-GERACAO
               MOVE WS-QTD-GL TO FEED-CONTAGEM
               MOVE WS-HASH-GL TO FEED-HASH
               MOVE "O" TO FEED-TIPO
               MOVE WS-DATA TO FEED-DATA-ENVIO
               COMPUTE FEED-QTD-TRANS = WS-QTD-GL - WS-QTD-LINHAS-RES
                   + WS-QTD-RESUMIDAS
               WRITE FEED-RECORD
               CLOSE FEEDS-FILE
           END-IF.
           CLOSE EXCECOES-FILE.
           CLOSE REJEITO-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE MESTRE-FILE.
           CLOSE OPERADOR-FILE.
           CLOSE SUSPENSO-FILE.
           CLOSE DUPHIST-FILE.
           CLOSE AUTORIZA-FILE.
           CLOSE AGENDA-FILE.
           CLOSE DETALHE-FILE.
           CLOSE SALDO-FILE.
           CLOSE ARQGL-FILE.
           CLOSE HISTLOTE-FILE.
           IF NOT CTASUC-AUSENTE
               CLOSE SUCESSAO-FILE
           END-IF.
           CLOSE ESTAT-FILE.
           CLOSE CONFIRMA-FILE.
           IF CHECKPOINT-ABERTO
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8050-ENCERRA-GLOUT - reopen the feed 8000 closed for 8600 and
      * close it for good: the summarized journal lines (8800), then
      * the trailer.
      *----------------------------------------------------------------
       8050-ENCERRA-GLOUT.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERRO - GLOUT INDISPONIVEL - FILE STATUS = "
                   WS-GL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 8050-EXIT
           END-IF.

           PERFORM 8800-GERA-RESUMO THRU 8800-EXIT.
           IF ABORTAR-JOB
               CLOSE GL-FILE
               GO TO 8050-EXIT
           END-IF.

           MOVE SPACES TO GL-RECORD.
           MOVE "T" TO GL-T-TIPO-REG.
           MOVE WS-QTD-GL TO GL-T-CONTAGEM.
           MOVE WS-HASH-GL TO GL-T-HASH.
           WRITE GL-RECORD.
           CLOSE GL-FILE.

       8050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-ENCERRA-VALIDACAO - close an edit-only run: every batch
      * the live cycle would not register balanced, the pre-screen
      * totals, the usual statistics and RETURN-CODE, and the files
      * 1000/1500 opened.
      *----------------------------------------------------------------
       8900-ENCERRA-VALIDACAO.

           IF WS-QTD-LOTES > ZERO
               PERFORM 8910-LOTE-PRECRITICA THRU 8910-EXIT
                   VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-QTD-LOTES
           END-IF.

           MOVE WS-QTD-PRE-REJ TO WS-QTD-ED-ESTAT.
           MOVE WS-QTD-LOTES-FORA TO WS-QTD-LOTES-ED.
           MOVE SPACES TO WS-LINHA-PRE.
           STRING "TOTAL REJEICOES PREVISTAS=" WS-QTD-ED-ESTAT
               " LOTES FORA DE BALANCO/SEM TRAILER/RECUSADOS="
               WS-QTD-LOTES-ED
               DELIMITED BY SIZE INTO WS-LINHA-PRE.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.
           DISPLAY WS-LINHA-PRE.

           PERFORM 7000-ESTATISTICAS THRU 7000-EXIT.

           CLOSE TRANS-FILE.
           CLOSE PRECRITICA-FILE.
           CLOSE MESTRE-FILE.
           CLOSE OPERADOR-FILE.
           IF NOT DUPHIST-AUSENTE
               CLOSE DUPHIST-FILE
           END-IF.
           IF NOT OVRAUT-AUSENTE
               CLOSE AUTORIZA-FILE
           END-IF.
           IF NOT CTASUC-AUSENTE
               CLOSE SUCESSAO-FILE
           END-IF.

       8900-EXIT.
           EXIT.

       8910-LOTE-PRECRITICA.

           IF WS-LT-SITUACAO (LT-IDX) = "B"
               GO TO 8910-EXIT
           END-IF.

           SET WS-LOTE-SEQ TO LT-IDX.
           MOVE WS-LOTE-SEQ TO WS-LOTE-ED.
           MOVE SPACES TO WS-LINHA-PRE.
           IF WS-LT-SITUACAO (LT-IDX) = "F"
               STRING "LOTE " WS-LOTE-ED
                   " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                   " FORA DE BALANCO"
                   DELIMITED BY SIZE INTO WS-LINHA-PRE
           ELSE
               IF WS-LT-SITUACAO (LT-IDX) = "R"
                   STRING "LOTE " WS-LOTE-ED
                       " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                       " RECUSADO - OPERADOR"
                       DELIMITED BY SIZE INTO WS-LINHA-PRE
               ELSE
                   STRING "LOTE " WS-LOTE-ED
                       " OPERADOR: " WS-LT-OPERADOR (LT-IDX)
                       " SEM TRAILER"
                       DELIMITED BY SIZE INTO WS-LINHA-PRE
               END-IF
           END-IF.
           WRITE PRE-RECORD FROM WS-LINHA-PRE.

       8910-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-PODA-DUPHIST - sweep the duplicate history in key order
      * and delete every entry older than the window, so the file
       8510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8600-ATUALIZA-SALDOS - carry the cycle's movement onto the
      * SALDOMST balance master. The movement is read back from the
      * cycle's own GLOUT feed, closed over its postings: the feed is
      * exactly what this cycle posted - the pre-crash postings
      * included on a RESTART, since GLOUT is opened EXTEND then - so
      * the balances prove against the same GLFEEDS hash totals the
      * CBL0014 trial balance checks them by. A summarized journal
      * line carries a ledger account, not an account, so the
      * transactions behind it are read from the GLDETAL backup
      * instead, account by account (8640). The master is swept once
      * in key order first, only to take back out any movement an
      * earlier run of this same cycle left on it (8620); each
      * movement then goes straight onto its account's record, read
      * by key (8615), so there is no limit on the accounts a cycle
      * may move.
      *----------------------------------------------------------------
       8600-ATUALIZA-SALDOS.

           MOVE LOW-VALUES TO SLD-CONTA.
           MOVE "N" TO WS-SW-FIM-SALDO.
           START SALDO-FILE KEY NOT < SLD-CONTA
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-SALDO
           END-START.
           PERFORM 8620-ESTORNA-CICLO THRU 8620-EXIT
               UNTIL FIM-SALDOS OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 8600-EXIT
           END-IF.

           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERRO - GLOUT INDISPONIVEL - FILE STATUS = "
                   WS-GL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 8600-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-GL-RELIDO.
           PERFORM 8610-APLICA-POSTAGEM THRU 8610-EXIT
               UNTIL FIM-GL-RELIDO OR ABORTAR-JOB.
           CLOSE GL-FILE.
           IF ABORTAR-JOB
               GO TO 8600-EXIT
           END-IF.

           PERFORM 8640-APLICA-DETALHE THRU 8640-EXIT.

       8600-EXIT.
           EXIT.

      * Header, trailer and summarized lines are not movement here;
      * only the type-D postings count, the summarized lines'
      * movement comes from GLDETAL.
       8610-APLICA-POSTAGEM.

           READ GL-FILE
               AT END MOVE "S" TO WS-SW-FIM-GL-RELIDO
           END-READ.

           IF FIM-GL-RELIDO
               GO TO 8610-EXIT
           END-IF.
           IF GL-TIPO-REG NOT = "D"
               GO TO 8610-EXIT
           END-IF.

           MOVE GL-CONTA TO WS-MOV-CONTA.
           MOVE GL-SOMA  TO WS-MOV-VALOR.
           PERFORM 8615-APLICA-MOVIMENTO THRU 8615-EXIT.

       8610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8615-APLICA-MOVIMENTO - put one movement on its account's
      * balance record. The first movement of a new business date
      * rolls the position, the previous closing balance becoming
      * the date's opening one; the first of a new cycle starts that
      * cycle's share over. An account with no record yet gets one
      * (8630).
      *----------------------------------------------------------------
       8615-APLICA-MOVIMENTO.

           MOVE WS-MOV-CONTA TO SLD-CONTA.
           READ SALDO-FILE
               INVALID KEY
                   PERFORM 8630-INCLUI-SALDO THRU 8630-EXIT
                   GO TO 8615-EXIT
           END-READ.

           IF SLD-DATA NOT = WS-DATA
               MOVE SLD-SALDO-FECHAMENTO TO SLD-SALDO-ABERTURA
               MOVE ZERO TO SLD-MOVIMENTO
               MOVE ZERO TO SLD-QTD-LANC
               MOVE WS-DATA TO SLD-DATA
               MOVE ZERO TO SLD-CICLO
           END-IF.

           IF SLD-CICLO NOT = WS-CICLO
               MOVE ZERO TO SLD-MOV-CICLO
               MOVE ZERO TO SLD-QTD-CICLO
               MOVE WS-CICLO TO SLD-CICLO
               ADD 1 TO WS-QTD-SALDOS-ATU
           END-IF.

           ADD WS-MOV-VALOR TO SLD-MOVIMENTO.
           ADD WS-MOV-VALOR TO SLD-MOV-CICLO.
           ADD 1 TO SLD-QTD-LANC.
           ADD 1 TO SLD-QTD-CICLO.
           MOVE WS-GL-GERACAO TO SLD-GERACAO.
           COMPUTE SLD-SALDO-FECHAMENTO = SLD-SALDO-ABERTURA
               + SLD-MOVIMENTO.
           REWRITE SLD-RECORD
               INVALID KEY
                   DISPLAY "ERRO - SALDOMST - REGRAVACAO FALHOU - "
                       "STATUS = " WS-SALDO-STATUS
                   SET ABORTAR-JOB TO TRUE
           END-REWRITE.

       8615-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8640-APLICA-DETALHE - put the transactions this generation's
      * summarized journal lines stand for, read back off GLDETAL, on
      * the balances under their own accounts. A generation with no
      * summarized ledger has no items and nothing happens here.
      *----------------------------------------------------------------
       8640-APLICA-DETALHE.

           MOVE "N" TO WS-SW-FIM-DTL.
           MOVE WS-GL-GERACAO TO DTL-GERACAO.
           MOVE LOW-VALUES TO DTL-CONTA-RAZAO.
           MOVE ZERO TO DTL-ITEM.
           START DETALHE-FILE KEY IS NOT LESS THAN DTL-CHAVE
               INVALID KEY
                   GO TO 8640-EXIT
           END-START.

           PERFORM 8650-APLICA-ITEM THRU 8650-EXIT
               UNTIL FIM-DETALHE OR ABORTAR-JOB.

       8640-EXIT.
           EXIT.

       8650-APLICA-ITEM.

           READ DETALHE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-DTL
                   GO TO 8650-EXIT
           END-READ.

           IF DTL-GERACAO NOT = WS-GL-GERACAO
               MOVE "S" TO WS-SW-FIM-DTL
               GO TO 8650-EXIT
           END-IF.

           MOVE DTL-AUD-CONTA TO WS-MOV-CONTA.
           MOVE DTL-AUD-SOMA  TO WS-MOV-VALOR.
           PERFORM 8615-APLICA-MOVIMENTO THRU 8615-EXIT.

       8650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8620-ESTORNA-CICLO - one balance record of the sweep. A record
      * whose last applied cycle is this very date and cycle is a
      * RERUN reprocessing it, or a RESTART of a run that died partway
      * through 8600: either way that cycle's earlier movement comes
      * back out before 8615 puts the cycle's movement on, so it is
      * replaced and never counted twice - and an account the rerun
      * no longer posts to is left with none of it.
      *----------------------------------------------------------------
       8620-ESTORNA-CICLO.

           READ SALDO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-SALDO
                   GO TO 8620-EXIT
           END-READ.

           IF SLD-DATA NOT = WS-DATA OR SLD-CICLO NOT = WS-CICLO
               GO TO 8620-EXIT
           END-IF.

           SUBTRACT SLD-MOV-CICLO FROM SLD-MOVIMENTO.
           SUBTRACT SLD-QTD-CICLO FROM SLD-QTD-LANC.
           MOVE ZERO TO SLD-MOV-CICLO.
           MOVE ZERO TO SLD-QTD-CICLO.
           MOVE WS-GL-GERACAO TO SLD-GERACAO.
           COMPUTE SLD-SALDO-FECHAMENTO = SLD-SALDO-ABERTURA
               + SLD-MOVIMENTO.
           REWRITE SLD-RECORD
               INVALID KEY
                   DISPLAY "ERRO - SALDOMST - REGRAVACAO FALHOU - "
                       "STATUS = " WS-SALDO-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 8620-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-SALDOS-ATU.

       8620-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8630-INCLUI-SALDO - open the balance record of an account
      * moving for the first time: it opens the date at zero.
      *----------------------------------------------------------------
       8630-INCLUI-SALDO.

           MOVE WS-MOV-CONTA  TO SLD-CONTA.
           MOVE WS-DATA       TO SLD-DATA.
           MOVE ZERO          TO SLD-SALDO-ABERTURA.
           MOVE WS-MOV-VALOR  TO SLD-MOVIMENTO.
           MOVE WS-MOV-VALOR  TO SLD-SALDO-FECHAMENTO.
           MOVE 1             TO SLD-QTD-LANC.
           MOVE WS-CICLO      TO SLD-CICLO.
           MOVE WS-GL-GERACAO TO SLD-GERACAO.
           MOVE WS-MOV-VALOR  TO SLD-MOV-CICLO.
           MOVE 1             TO SLD-QTD-CICLO.
           WRITE SLD-RECORD
               INVALID KEY
                   DISPLAY "ERRO - SALDOMST REGISTRO DUPLICADO - "
                       "CONTA = " SLD-CONTA
                   SET ABORTAR-JOB TO TRUE
                   GO TO 8630-EXIT
           END-WRITE.
           ADD 1 TO WS-QTD-SALDOS-ATU.

       8630-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8700-ARQUIVA-GERACAO - copy the cycle's finished GLOUT feed,
      * record for record, onto the GLARQ archive under its
      * generation. Like 8600 it reads the feed back from disk, so
      * the archive holds what was actually sent - the pre-crash
      * postings included on a RESTART. GLARQ itself was opened in
      * 1000 and is closed with the rest in 8000. A run that died
      * after filing its feed here but before GLCTL was rewritten
      * leaves its generation to the next fresh run; the copy
      * overwrites what it reaches, and 8720 then deletes whatever
      * that earlier attempt filed past the new feed's last record,
      * so the archive never holds records after the trailer.
      *----------------------------------------------------------------
       8700-ARQUIVA-GERACAO.

           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERRO - GLOUT INDISPONIVEL - FILE STATUS = "
                   WS-GL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 8700-EXIT
           END-IF.

           MOVE ZERO TO WS-ARQ-SEQ.
           MOVE "N" TO WS-SW-FIM-GL-RELIDO.
           PERFORM 8710-ARQUIVA-REGISTRO THRU 8710-EXIT
               UNTIL FIM-GL-RELIDO OR ABORTAR-JOB.
           CLOSE GL-FILE.
           IF ABORTAR-JOB
               GO TO 8700-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-ARQ-ANTIGO.
           PERFORM 8720-PODA-ARQUIVO THRU 8720-EXIT
               UNTIL FIM-ARQ-ANTIGO OR ABORTAR-JOB.
           IF WS-QTD-ARQ-DESCARTE > ZERO
               DISPLAY "GLARQ - REGISTROS DE EXECUCAO ANTERIOR DA "
                   "GERACAO DESCARTADOS = " WS-QTD-ARQ-DESCARTE
           END-IF.

       8700-EXIT.
           EXIT.

       8710-ARQUIVA-REGISTRO.

           READ GL-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-GL-RELIDO
                   GO TO 8710-EXIT
           END-READ.

           ADD 1 TO WS-ARQ-SEQ.
           MOVE WS-GL-GERACAO TO ARQ-GERACAO.
           MOVE WS-ARQ-SEQ TO ARQ-SEQUENCIA.
           MOVE GL-RECORD TO ARQ-REGISTRO.
           WRITE ARQ-RECORD
               INVALID KEY
                   REWRITE ARQ-RECORD
                       INVALID KEY
                           DISPLAY "ERRO - GLARQ - GRAVACAO FALHOU - "
                               "STATUS = " WS-ARQ-STATUS
                           SET ABORTAR-JOB TO TRUE
                   END-REWRITE
           END-WRITE.

       8710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8720-PODA-ARQUIVO - delete the generation's next sequence past
      * the feed just filed. An archived feed is numbered from 1 with
      * no gaps, so the first sequence not found ends the tail.
      *----------------------------------------------------------------
       8720-PODA-ARQUIVO.

           ADD 1 TO WS-ARQ-SEQ.
           MOVE WS-GL-GERACAO TO ARQ-GERACAO.
           MOVE WS-ARQ-SEQ TO ARQ-SEQUENCIA.
           DELETE ARQGL-FILE RECORD
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQ-ANTIGO
                   GO TO 8720-EXIT
           END-DELETE.
           IF WS-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO - GLARQ - EXCLUSAO FALHOU - STATUS = "
                   WS-ARQ-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 8720-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ARQ-DESCARTE.

       8720-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-GERA-RESUMO - write the summarized journal lines. The
      * generation's GLDETAL items are read in key order, which groups
      * them by ledger account: each ledger's items are summed into
      * one type-S line, and every item is stamped with the position
      * its line takes in the feed. The counts come off the backup
      * itself, so a RESTART's lines include the items the pre-crash
      * run filed. A SAIDAOUT line records each journal line.
      *----------------------------------------------------------------
       8800-GERA-RESUMO.

           MOVE ZERO TO WS-QTD-RESUMIDAS.
           MOVE ZERO TO WS-QTD-LINHAS-RES.
           MOVE ZERO TO WS-RES-QTD.
           MOVE HIGH-VALUES TO WS-RAZAO-ATUAL.
           MOVE "N" TO WS-SW-FIM-DTL.
           MOVE WS-GL-GERACAO TO DTL-GERACAO.
           MOVE LOW-VALUES TO DTL-CONTA-RAZAO.
           MOVE ZERO TO DTL-ITEM.
           START DETALHE-FILE KEY IS NOT LESS THAN DTL-CHAVE
               INVALID KEY
                   GO TO 8800-EXIT
           END-START.

           PERFORM 8810-RESUME-ITEM THRU 8810-EXIT
               UNTIL FIM-DETALHE OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 8800-EXIT
           END-IF.

           IF WS-RES-QTD > ZERO
               PERFORM 8820-GRAVA-LINHA-RESUMO THRU 8820-EXIT
           END-IF.

       8800-EXIT.
           EXIT.

       8810-RESUME-ITEM.

           READ DETALHE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-DTL
                   GO TO 8810-EXIT
           END-READ.

           IF DTL-GERACAO NOT = WS-GL-GERACAO
               MOVE "S" TO WS-SW-FIM-DTL
               GO TO 8810-EXIT
           END-IF.

      * A new ledger account closes the previous one's line; the new
      * line takes the next position in the feed.
           IF DTL-CONTA-RAZAO NOT = WS-RAZAO-ATUAL
               IF WS-RES-QTD > ZERO
                   PERFORM 8820-GRAVA-LINHA-RESUMO THRU 8820-EXIT
               END-IF
               MOVE DTL-CONTA-RAZAO TO WS-RAZAO-ATUAL
               MOVE ZERO TO WS-RES-SOMA
               MOVE ZERO TO WS-RES-QTD
               COMPUTE WS-LINHA-RES = WS-QTD-GL + 1
           END-IF.

           ADD DTL-AUD-SOMA TO WS-RES-SOMA.
           ADD 1 TO WS-RES-QTD.
           ADD 1 TO WS-QTD-RESUMIDAS.

           MOVE WS-LINHA-RES TO DTL-LINHA.
           REWRITE DTL-RECORD
               INVALID KEY
                   DISPLAY "ERRO - GLDETAL - REGRAVACAO FALHOU - "
                       "STATUS = " WS-DTL-STATUS
                   SET ABORTAR-JOB TO TRUE
           END-REWRITE.

       8810-EXIT.
           EXIT.

       8820-GRAVA-LINHA-RESUMO.

           MOVE SPACES TO GL-RECORD.
           MOVE "S"            TO GL-S-TIPO-REG.
           MOVE WS-DATA        TO GL-S-DATA.
           MOVE WS-RES-QTD     TO GL-S-QTD-TRANS.
           MOVE WS-RES-SOMA    TO GL-S-SOMA.
           MOVE WS-RAZAO-ATUAL TO GL-S-CONTA-RAZAO.
           MOVE "LANCAMENTO RESUMIDO DO RAZAO" TO GL-S-DESCRICAO.
           WRITE GL-RECORD.
           ADD 1 TO WS-QTD-GL.
           ADD 1 TO WS-QTD-LINHAS-RES.
           ADD WS-RES-SOMA TO WS-HASH-GL.

           MOVE WS-RES-QTD TO WS-QTD-REG-ED.
           MOVE WS-RES-SOMA TO WS-RES-SOMA-ED.
           MOVE SPACES TO WS-LINHA-SAIDA.
           STRING "LANCAMENTO RESUMIDO - RAZAO=" WS-RAZAO-ATUAL
               " TRANSACOES=" WS-QTD-REG-ED
               " SOMA=" WS-RES-SOMA-ED
               DELIMITED BY SIZE INTO WS-LINHA-SAIDA.
           PERFORM 7200-GRAVA-SAIDA THRU 7200-EXIT.

       8820-EXIT.
           EXIT.
