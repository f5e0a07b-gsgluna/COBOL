      *                    and cycle so the GL shop's two daily
      *                    acknowledgments match cleanly against the
      *                    morning and afternoon feeds.
      *   2026-10-15 MNT  Retransmissions CBL0019 logs on the feed
      *                    register (FEED-TIPO "R") are tied to the
      *                    original feed instead of loaded as feeds of
      *                    their own: the GL shop's acknowledgment of a
      *                    resend is expected and reported as such, not
      *                    as a duplicate, and only acknowledgments
      *                    beyond the original plus its resends still
      *                    count as a possible double load.
      *   2026-10-15 MNT  The feed register record grew the count of
      *                    transactions a feed posted; the match is
      *                    still on line count and hash, which is what
      *                    the GL shop acknowledges whether a ledger is
      *                    fed posting by posting or as one summarized
      *                    journal line.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      * FEED-CICLO sits at the end of the record so the register's
      * pre-cutover 41-byte records still parse, with a blank cycle.
      * FEED-TIPO ("O" original, "R" retransmission) and
      * FEED-DATA-ENVIO follow it for the same reason; a blank type
      * is an original written before the two fields existed.
      * FEED-QTD-TRANS, the transactions behind the feed's lines, is
      * last of all and not used here.
       FD  FEEDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FEED-RECORD.
           05  FEED-DATA               PIC X(10).
           05  FEED-GERACAO            PIC 9(06).
           05  FEED-HASH               PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-CICLO              PIC 9(03).
           05  FEED-TIPO               PIC X(01).
               88  FEED-RETRANSMISSAO          VALUE "R".
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * ACK-FILE - one record per feed the GL shop reports having
      * loaded: the feed's generation number and the count and hash
               10 WS-FE-CONTAGEM  PIC 9(09).
               10 WS-FE-HASH      PIC S9(13)V99 COMP.
               10 WS-FE-QTD-ACK   PIC 9(04) COMP.
               10 WS-FE-QTD-REENVIO PIC 9(04) COMP.
               10 WS-FE-DATA-REENVIO PIC X(10).

       77 WS-MAX-FEEDS       PIC 9(04) COMP VALUE 500.

       77 WS-QTD-DUPLICADO   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SEM-FEED    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-CASADOS     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REENVIOS    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ACK-REENVIO PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REENV-ORFAO PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.

       77 WS-CONTAGEM-ED     PIC Z(08)9 VALUE ZEROS.

      *----------------------------------------------------------------
      * 2000-CARREGA-FEED - load one register record into the table.
      * A retransmission is not a feed of its own: it is counted
      * against the original it re-sent (2200), which takes no table
      * entry.
      *----------------------------------------------------------------
       2000-CARREGA-FEED.

           IF FEED-RETRANSMISSAO
               PERFORM 2200-REGISTRA-REENVIO THRU 2200-EXIT
               GO TO 2000-LER
           END-IF.

           IF WS-QTD-FEEDS = WS-MAX-FEEDS
               DISPLAY "ERRO - TABELA DE FEEDS ESGOTADA - LIMITE = "
                   WS-MAX-FEEDS
           MOVE FEED-CONTAGEM TO WS-FE-CONTAGEM (FE-IDX).
           MOVE FEED-HASH     TO WS-FE-HASH (FE-IDX).
           MOVE ZERO          TO WS-FE-QTD-ACK (FE-IDX).
           MOVE ZERO          TO WS-FE-QTD-REENVIO (FE-IDX).
           MOVE SPACES        TO WS-FE-DATA-REENVIO (FE-IDX).

       2000-LER.
           PERFORM 2100-LER-FEED THRU 2100-EXIT.

       2000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-REGISTRA-REENVIO - count a retransmission against the
      * original feed of its generation, which the register always
      * holds ahead of it. A resend with no original on the register
      * is itself a suspense item.
      *----------------------------------------------------------------
       2200-REGISTRA-REENVIO.

           ADD 1 TO WS-QTD-REENVIOS.
           MOVE "N" TO WS-SW-ACHOU-FEED.
           SET FE-IDX TO 1.
           SEARCH WS-FEED-ENT
               AT END CONTINUE
               WHEN FE-IDX > WS-QTD-FEEDS
                   CONTINUE
               WHEN WS-FE-GERACAO (FE-IDX) = FEED-GERACAO
                   SET FEED-ENCONTRADO TO TRUE
           END-SEARCH.

           IF NOT FEED-ENCONTRADO
               ADD 1 TO WS-QTD-REENV-ORFAO
               MOVE SPACES TO WS-LINHA-SUSP
               STRING "REENVIO SEM FEED ORIGINAL - GERACAO="
                   FEED-GERACAO
                   " REENVIADO EM=" FEED-DATA-ENVIO
                   DELIMITED BY SIZE INTO WS-LINHA-SUSP
               WRITE SUSP-RECORD FROM WS-LINHA-SUSP
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-FE-QTD-REENVIO (FE-IDX).
           MOVE FEED-DATA-ENVIO TO WS-FE-DATA-REENVIO (FE-IDX).

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CASA-ACK - match one acknowledgment against the table:
      * an unknown generation goes straight to suspense, an
      * acknowledgment beyond the original and its retransmissions
      * is a double load, and any other acknowledgment with
      * different figures is a divergence. An acknowledgment the
      * retransmissions account for is listed as one, so operations
      * can see the resend was loaded.
      *----------------------------------------------------------------
       3000-CASA-ACK.


           ADD 1 TO WS-FE-QTD-ACK (FE-IDX).

           IF WS-FE-QTD-ACK (FE-IDX) > WS-FE-QTD-REENVIO (FE-IDX) + 1
               ADD 1 TO WS-QTD-DUPLICADO
               MOVE SPACES TO WS-LINHA-SUSP
               STRING "ACK EM DUPLICIDADE - GERACAO=" ACK-GERACAO
               GO TO 3000-LER
           END-IF.

           IF WS-FE-QTD-ACK (FE-IDX) > 1
               ADD 1 TO WS-QTD-ACK-REENVIO
               MOVE SPACES TO WS-LINHA-SUSP
               STRING "ACK DE RETRANSMISSAO - GERACAO=" ACK-GERACAO
                   " DATA-FEED=" WS-FE-DATA (FE-IDX)
                   " CICLO=" WS-FE-CICLO (FE-IDX)
                   " REENVIADO EM=" WS-FE-DATA-REENVIO (FE-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA-SUSP
               WRITE SUSP-RECORD FROM WS-LINHA-SUSP
           END-IF.

           IF ACK-CONTAGEM NOT = WS-FE-CONTAGEM (FE-IDX)
               OR ACK-HASH NOT = WS-FE-HASH (FE-IDX)
               ADD 1 TO WS-QTD-DIVERGENTE

      *----------------------------------------------------------------
      * 4000-VARRE-SEM-ACK - sweep the table for feeds that were sent
      * but never acknowledged at all. A feed retransmitted and still
      * unacknowledged shows when it was last re-sent.
      *----------------------------------------------------------------
       4000-VARRE-SEM-ACK.


       4100-TESTA-FEED.

           IF WS-FE-QTD-ACK (FE-IDX) = ZERO
               AND WS-FE-QTD-REENVIO (FE-IDX) > ZERO
               ADD 1 TO WS-QTD-SEM-ACK
               MOVE SPACES TO WS-LINHA-SUSP
               STRING "FEED SEM ACK - GERACAO=" WS-FE-GERACAO (FE-IDX)
                   " DATA-FEED=" WS-FE-DATA (FE-IDX)
                   " CICLO=" WS-FE-CICLO (FE-IDX)
                   " - REENVIADO EM=" WS-FE-DATA-REENVIO (FE-IDX)
                   " SEM CARGA NO RAZAO"
                   DELIMITED BY SIZE INTO WS-LINHA-SUSP
               WRITE SUSP-RECORD FROM WS-LINHA-SUSP
               GO TO 4100-EXIT
           END-IF.

           IF WS-FE-QTD-ACK (FE-IDX) = ZERO
               ADD 1 TO WS-QTD-SEM-ACK
               MOVE SPACES TO WS-LINHA-SUSP
           WRITE SUSP-RECORD FROM WS-LINHA-SUSP.
           DISPLAY WS-LINHA-SUSP.

           MOVE WS-QTD-REENVIOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SUSP.
           STRING "TOTAL RETRANSMISSOES=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SUSP.
           WRITE SUSP-RECORD FROM WS-LINHA-SUSP.
           DISPLAY WS-LINHA-SUSP.

           MOVE WS-QTD-ACK-REENVIO TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SUSP.
           STRING "TOTAL ACKS DE RETRANSMISSAO=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SUSP.
           WRITE SUSP-RECORD FROM WS-LINHA-SUSP.
           DISPLAY WS-LINHA-SUSP.

           MOVE WS-QTD-REENV-ORFAO TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-SUSP.
           STRING "TOTAL REENVIOS SEM FEED ORIGINAL=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-SUSP.
           WRITE SUSP-RECORD FROM WS-LINHA-SUSP.
           DISPLAY WS-LINHA-SUSP.

       5000-EXIT.
           EXIT.

