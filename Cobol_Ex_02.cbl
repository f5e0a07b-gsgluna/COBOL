      *                    on every audit record; the detail listing
      *                    shows it. Per-ledger-account reporting
      *                    itself lives in the new CBL0009.
      *   2026-10-15 MNT  Realigned to the AUDITLOG record again now
      *                    that it keeps the keyed code of a
      *                    transaction redirected from a closed account
      *                    to its successor; the detail listing shows
      *                    it beside the account posted to.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      * with a simple control break on the date.
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
      * PARAMETRO-FILE - a single optional parameter record naming the
      * date range the detail listing should cover and whether the
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           MOVE SPACES TO WS-LINHA-RELAT.
           IF AUDIT-CONTA-ORIGEM = SPACES
               STRING "          SUBTRACAO=" WS-SUBT-REG-ED
                   " MULT=" WS-MULT-REG-ED
                   " DIVISAO=" WS-DIV-REG-ED
                   " CONTA=" AUDIT-CONTA
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           ELSE
               STRING "          SUBTRACAO=" WS-SUBT-REG-ED
                   " MULT=" WS-MULT-REG-ED
                   " DIVISAO=" WS-DIV-REG-ED
                   " CONTA=" AUDIT-CONTA
                   " ORIGEM=" AUDIT-CONTA-ORIGEM
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       2300-EXIT.
