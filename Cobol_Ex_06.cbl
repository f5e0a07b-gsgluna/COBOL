      *                    now that the batch job stamps the account
      *                    code on every audit record; the archive and
      *                    live-window images grew with it.
      *   2026-10-15 MNT  Realigned to the AUDITLOG record again now
      *                    that it carries the keyed code of a
      *                    transaction redirected to a successor
      *                    account; the archive and live-window images
      *                    grew with it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      * step with the AUDIT-RECORD CBL0002 writes.
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
      * PARAMETRO-FILE - one record: the retention window in months.
      * Housekeeping with no explicit window is refused; audit keeps
      * name on the JCL side.
      *----------------------------------------------------------------
       FD  ARQUIVO-FILE
           RECORD CONTAINS 93 CHARACTERS.
       01  ARCH-RECORD            PIC X(93).
      *----------------------------------------------------------------
      * AUDIT-NOVO - the live window: every record young enough to
      * stay. Operations swaps it in for AUDITLOG after a balanced
      * run.
      *----------------------------------------------------------------
       FD  AUDIT-NOVO
           RECORD CONTAINS 93 CHARACTERS.
       01  AUDNOV-RECORD          PIC X(93).
      *----------------------------------------------------------------
      * LISTAGEM-FILE - the balancing report: counts in, kept,
      * archived, and the proof line that in = kept + archived.
