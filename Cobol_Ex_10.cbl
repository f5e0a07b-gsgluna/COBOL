      *                    analyst, the calculator and the three
      *                    printouts. RETURN-CODE 8 when any leg
      *                    diverges, so the close checklist holds.
      *   2026-10-15 MNT  Retransmission records on the feed register
      *                    (FEED-TIPO "R") are left out of leg 2; a
      *                    resend is the same postings again, not more.
      *   2026-10-15 MNT  Leg 2 counts the transactions each feed
      *                    posted (FEED-QTD-TRANS) rather than its
      *                    lines, so a ledger fed as summarized journal
      *                    lines still ties to AUDITLOG record for
      *                    record; a register record older than the
      *                    field counts its lines, one per transaction.
      *   2026-10-15 MNT  Realigned to the AUDITLOG record CBL0002 now
      *                    writes, which grew a trailing origin code
      *                    for a transaction redirected to a successor
      *                    account; the archive layout grew with it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      * in step with the AUDIT-RECORD CBL0002 writes.
      *----------------------------------------------------------------
       FD  AUDITORIA-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUDIT-DATA              PIC X(10).
           05  AUDIT-DATA-NUM REDEFINES AUDIT-DATA.
           05  AUDIT-DIVISAO           PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  AUDIT-CONTA             PIC X(05).
           05  AUDIT-CONTA-ORIGEM      PIC X(05).
      *----------------------------------------------------------------
      * ARQUIVO-FILE - the dated archive CBL0007 moved rolled-up
      * records to, same layout as the live trail. Optional: a month
      * open's 35 is "no archive supplied", not an error.
      *----------------------------------------------------------------
       FD  ARQUIVO-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  ARCH-RECORD.
           05  ARCH-DATA               PIC X(10).
           05  ARCH-DATA-NUM REDEFINES ARCH-DATA.
           05  ARCH-DIVISAO            PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
           05  ARCH-CONTA              PIC X(05).
           05  ARCH-CONTA-ORIGEM       PIC X(05).
      *----------------------------------------------------------------
      * FEEDS-FILE - the feed register; the layout must stay in step
      * with FEED-RECORD in CBL0002.
      *----------------------------------------------------------------
      * FEED-CICLO sits at the end of the record so the register's
      * pre-cutover 41-byte records still parse, with a blank cycle.
      * FEED-TIPO ("O" original, "R" retransmission) and
      * FEED-DATA-ENVIO follow it for the same reason, and then
      * FEED-QTD-TRANS, which reads blank on an older record.
       FD  FEEDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FEED-RECORD.
           05  FEED-DATA               PIC X(10).
           05  FEED-DATA-NUM REDEFINES FEED-DATA.
           05  FEED-HASH               PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-CICLO              PIC 9(03).
           05  FEED-TIPO               PIC X(01).
               88  FEED-RETRANSMISSAO          VALUE "R".
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * RESUMO-FILE - the SUMMST monthly summary master CBL0007
      * maintains; the layout must stay in step with SUMANT-RECORD
       77 WS-AUD-QTD         PIC 9(09) COMP VALUE ZERO.
       77 WS-AUD-SOMA        PIC S9(13)V99 COMP VALUE ZERO.

      * Leg 2 - the feed register: the month's transaction counts and
      * FEED-HASH summed.
       77 WS-FEED-QTD        PIC 9(09) COMP VALUE ZERO.
       77 WS-FEED-HASH       PIC S9(13)V99 COMP VALUE ZERO.
      *----------------------------------------------------------------
      * 3000-TOTALIZA-FEEDS - fold one feed register record of the
      * month into leg 2: what this side told the GL shop it sent.
      * A retransmission adds nothing the original did not.
      *----------------------------------------------------------------
       3000-TOTALIZA-FEEDS.

           IF FEED-RETRANSMISSAO
               GO TO 3000-LER
           END-IF.

           MOVE FEED-ANO     TO WS-CALC-ANO.
           MOVE FEED-DIA-ANO TO WS-CALC-DIA-ANO.
           PERFORM 6000-CALCULA-MES THRU 6000-EXIT.
           COMPUTE WS-ANO-MES-REG = WS-CALC-ANO * 100 + WS-CALC-MES.

           IF WS-ANO-MES-REG = WS-ANO-MES-FECHA
               IF FEED-QTD-TRANS IS NUMERIC
                   ADD FEED-QTD-TRANS TO WS-FEED-QTD
               ELSE
                   ADD FEED-CONTAGEM  TO WS-FEED-QTD
               END-IF
               ADD FEED-HASH     TO WS-FEED-HASH
           END-IF.

       3000-LER.
           PERFORM 3100-LER-FEED THRU 3100-EXIT.

       3000-EXIT.
