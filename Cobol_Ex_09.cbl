      *                    reversals into that feed's envelope, so its
      *                    count and hash still reconcile and nobody
      *                    hand-keys a reversal again.
      *   2026-10-15 MNT  Retransmission records on the feed register
      *                    (FEED-TIPO "R") are skipped when the table
      *                    is loaded; a resend carries the original's
      *                    generation and figures, so returns still
      *                    match the one original entry.
      *   2026-10-15 MNT  A returned summarized journal line (a ledger
      *                    CBL0002 feeds as one type-S line per cycle)
      *                    is looked up on the GLDETAL detail backup by
      *                    its generation and position, and reversed
      *                    transaction by transaction from the figures
      *                    filed there - the line itself names a
      *                    ledger account, not an account.
      *   2026-10-15 MNT  A reversal on an account CBL0005 has since
      *                    closed and linked to a successor on CTASUC
      *                    is listed with the successor it will post
      *                    to. The reversal keeps the code the posting
      *                    went out under; CBL0002 redirects it to the
      *                    successor and keeps that code on AUDITLOG.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LISTAGEM-FILE ASSIGN TO RETLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

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
      *----------------------------------------------------------------
      * RETORNO-FILE - one record per posting the GL shop bounced: the
      * generation it arrived in, the posting's sequence within that
      * feed (1 = the first record after the header), the account
      * code, the two operands and their three-letter return reason -
      * all echoed from the GLOUT posting record, which is why GLOUT
      * carries the account code in the first place. A returned
      * summarized journal line echoes no account or operands of any
      * use; its position is what ties it to GLDETAL.
      *----------------------------------------------------------------
       FD  RETORNO-FILE
           RECORD CONTAINS 43 CHARACTERS.
      *----------------------------------------------------------------
      * FEED-CICLO sits at the end of the record so the register's
      * pre-cutover 41-byte records still parse, with a blank cycle.
      * FEED-TIPO ("O" original, "R" retransmission) and
      * FEED-DATA-ENVIO follow it for the same reason, and then
      * FEED-QTD-TRANS, not used here: a return names a line.
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
      * REVERSAO-FILE - one complete TRANSIN batch in the version-2
      * layout CBL0002 reads: a control record under the ESTORNO GL
       FD  LISTAGEM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-RECORD            PIC X(132).
      *----------------------------------------------------------------
      * DETALHE-FILE - the GLDETAL detail backup CBL0002 files every
      * transaction of a summarized journal line on, with the line's
      * position in its feed (DTL-LINHA); the layout must stay in
      * step with DTL-RECORD there. Read only. No file means no
      * ledger has been summarized yet.
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
      * maintains; the layout must stay in step with SUC-RECORD there.
      * Read only. Only closed accounts carry a link, so an account
      * with one has been retired. No file means no succession yet.
      *----------------------------------------------------------------
       FD  SUCESSAO-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUC-RECORD.
           05  SUC-CONTA               PIC X(05).
           05  SUC-SUCESSORA           PIC X(05).
           05  SUC-DATA                PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-RET-STATUS      PIC X(02) VALUE "00".
       77 WS-FEEDS-STATUS    PIC X(02) VALUE "00".
       77 WS-REV-STATUS      PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".
       77 WS-DTL-STATUS      PIC X(02) VALUE "00".
       77 WS-SUC-STATUS      PIC X(02) VALUE "00".

       77 WS-LINHA-LISTAGEM  PIC X(132) VALUE SPACES.

       77 WS-QTD-SEQ-INVAL   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-OPER-INVAL  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RETORNADOS  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RESUMIDOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SUCESSORA   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC -Z(10)9.99 VALUE ZEROS.


       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".

      * The reversal 3200 cuts: the returned posting's figures, or
      * one GLDETAL transaction's behind a returned journal line.
       77 WS-REV-N01         PIC S9(07)V99 VALUE ZERO.
       77 WS-REV-N02         PIC S9(07)V99 VALUE ZERO.
       77 WS-REV-CONTA       PIC X(05) VALUE SPACES.

      * The GLDETAL lookup of a returned item: whether the backup is
      * there at all, whether the item is a summarized journal line,
      * and that line's ledger account and transaction count.
       77 WS-SW-DETALHE      PIC X(01) VALUE "N".
           88 DETALHE-DISPONIVEL     VALUE "S".

       77 WS-SW-FIM-DTL      PIC X(01) VALUE "N".
           88 FIM-DETALHE            VALUE "S".

       77 WS-SW-RESUMIDA     PIC X(01) VALUE "N".
           88 LINHA-RESUMIDA         VALUE "S".

       77 WS-RAZAO-LINHA     PIC X(08) VALUE SPACES.
       77 WS-QTD-ITENS-LINHA PIC 9(09) COMP VALUE ZERO.

      * The CTASUC lookup of a reversal's account: whether the file is
      * there, the successor the links end on (spaces when the account
      * has none) and the hop guard on the walk, as in CBL0002.
       77 WS-SW-SUCESSAO     PIC X(01) VALUE "N".
           88 SUCESSAO-DISPONIVEL    VALUE "S".

       77 WS-REV-SUCESSORA   PIC X(05) VALUE SPACES.
       77 WS-QTD-SALTOS      PIC 9(04) COMP VALUE ZERO.
       77 WS-MAX-SALTOS      PIC 9(04) COMP VALUE 10.
      ******************************************************************
       PROCEDURE DIVISION.

           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - open the five files. A missing GLRETIN
      * is a morning with nothing bounced, not an error; a missing
      * GLFEEDS makes every returned item unmatchable, so the match
      * still runs - against an empty register - and reports them all.
      * A missing GLDETAL means no line was ever summarized.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

               END-IF
           END-IF.

           OPEN INPUT DETALHE-FILE.
           IF WS-DTL-STATUS = "00"
               SET DETALHE-DISPONIVEL TO TRUE
           ELSE
               IF WS-DTL-STATUS NOT = "35"
                   DISPLAY "ERRO - GLDETAL INDISPONIVEL - STATUS = "
                       WS-DTL-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN INPUT SUCESSAO-FILE.
           IF WS-SUC-STATUS = "00"
               SET SUCESSAO-DISPONIVEL TO TRUE
           ELSE
               IF WS-SUC-STATUS NOT = "35"
                   DISPLAY "ERRO - CTASUC INDISPONIVEL - STATUS = "
                       WS-SUC-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT REVERSAO-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "ERRO - REVOUT INDISPONIVEL - FILE STATUS = "

      *----------------------------------------------------------------
      * 2000-CARREGA-FEED - load one register record into the table.
      * A retransmission repeats its original's generation and is not
      * loaded a second time.
      *----------------------------------------------------------------
       2000-CARREGA-FEED.

           IF FEED-RETRANSMISSAO
               GO TO 2000-LER
           END-IF.

           IF WS-QTD-FEEDS = WS-MAX-FEEDS
               DISPLAY "ERRO - TABELA DE FEEDS ESGOTADA - LIMITE = "
                   WS-MAX-FEEDS
           MOVE FEED-CICLO    TO WS-FE-CICLO (FE-IDX).
           MOVE FEED-CONTAGEM TO WS-FE-CONTAGEM (FE-IDX).

       2000-LER.
           PERFORM 2100-LER-FEED THRU 2100-EXIT.

       2000-EXIT.
               GO TO 3000-LER
           END-IF.

      * A summarized journal line is reversed from the backup, one
      * reversal per transaction it carried; its echoed operands are
      * not used.
           IF DETALHE-DISPONIVEL
               PERFORM 3300-REVERTE-RESUMO THRU 3300-EXIT
               IF LINHA-RESUMIDA
                   GO TO 3000-LER
               END-IF
           END-IF.

      * GLRETIN is external input: an operand that cannot be read
      * must not reach the negation arithmetic, where it would abend
      * the run or cut a garbage reversal that unbalances the
               GO TO 3000-LER
           END-IF.

           MOVE RET-N01   TO WS-REV-N01.
           MOVE RET-N02   TO WS-REV-N02.
           MOVE RET-CONTA TO WS-REV-CONTA.
           PERFORM 3200-GRAVA-REVERSAO THRU 3200-EXIT.

           MOVE SPACES TO WS-LINHA-LISTAGEM.
               " MOTIVO=" RET-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           PERFORM 3400-LISTA-SUCESSORA THRU 3400-EXIT.

       3000-LER.
           PERFORM 3100-LER-RETORNO THRU 3100-EXIT.

      *----------------------------------------------------------------
      * 3200-GRAVA-REVERSAO - cut the reversal detail record: the
      * WS-REV operands negated, so the SOMA CBL0002
      * posts for it is the exact opposite of the bounced one. The
      * batch's control record is cut in front of the first reversal.
      *----------------------------------------------------------------

           MOVE SPACES TO REV-REG-CONTROLE.
           MOVE "D" TO RV2-TIPO-REG.
           COMPUTE RV2-N01 = ZERO - WS-REV-N01.
           COMPUTE RV2-N02 = ZERO - WS-REV-N02.
           MOVE WS-REV-CONTA TO RV2-CONTA.
           MOVE "S" TO RV2-OVERRIDE.
           WRITE REV-REG-CONTROLE.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-REVERTE-RESUMO - look the returned item up on GLDETAL.
      * Every transaction of its generation filed under its position
      * is reversed on its own account with the operands AUDITLOG
      * holds for it, so the reversals together cancel the journal
      * line. No match means an ordinary posting.
      *----------------------------------------------------------------
       3300-REVERTE-RESUMO.

           MOVE "N" TO WS-SW-RESUMIDA.
           MOVE ZERO TO WS-QTD-ITENS-LINHA.
           MOVE "N" TO WS-SW-FIM-DTL.
           MOVE RET-GERACAO TO DTL-GERACAO.
           MOVE LOW-VALUES TO DTL-CONTA-RAZAO.
           MOVE ZERO TO DTL-ITEM.
           START DETALHE-FILE KEY IS NOT LESS THAN DTL-CHAVE
               INVALID KEY
                   GO TO 3300-EXIT
           END-START.

           PERFORM 3310-REVERTE-ITEM THRU 3310-EXIT
               UNTIL FIM-DETALHE.

           IF NOT LINHA-RESUMIDA
               GO TO 3300-EXIT
           END-IF.

           ADD 1 TO WS-QTD-RESUMIDOS.
           MOVE WS-QTD-ITENS-LINHA TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "REVERTIDO LANCAMENTO RESUMIDO - GERACAO="
               RET-GERACAO
               " DATA-FEED=" WS-FE-DATA (FE-IDX)
               " CICLO=" WS-FE-CICLO (FE-IDX)
               " SEQ=" RET-SEQUENCIA
               " RAZAO=" WS-RAZAO-LINHA
               " TRANSACOES=" WS-QTD-ED
               " MOTIVO=" RET-MOTIVO
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       3300-EXIT.
           EXIT.

       3310-REVERTE-ITEM.

           READ DETALHE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-DTL
                   GO TO 3310-EXIT
           END-READ.

           IF DTL-GERACAO NOT = RET-GERACAO
               MOVE "S" TO WS-SW-FIM-DTL
               GO TO 3310-EXIT
           END-IF.
           IF DTL-LINHA NOT = RET-SEQUENCIA
               GO TO 3310-EXIT
           END-IF.

           SET LINHA-RESUMIDA TO TRUE.
           MOVE DTL-CONTA-RAZAO TO WS-RAZAO-LINHA.
           ADD 1 TO WS-QTD-ITENS-LINHA.
           MOVE DTL-AUD-N01   TO WS-REV-N01.
           MOVE DTL-AUD-N02   TO WS-REV-N02.
           MOVE DTL-AUD-CONTA TO WS-REV-CONTA.
           PERFORM 3200-GRAVA-REVERSAO THRU 3200-EXIT.
           PERFORM 3400-LISTA-SUCESSORA THRU 3400-EXIT.

       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-LISTA-SUCESSORA - when the reversal just cut is on an
      * account since retired, follow its CTASUC links to the account
      * CBL0002 will post the reversal to and list it under the
      * reversal, so data control knows where the money lands. A walk
      * past WS-MAX-SALTOS (a damaged file) names no successor -
      * CBL0002 makes the same walk and stops at the same point.
      *----------------------------------------------------------------
       3400-LISTA-SUCESSORA.

           IF NOT SUCESSAO-DISPONIVEL
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-REV-CONTA TO WS-REV-SUCESSORA.
           MOVE ZERO TO WS-QTD-SALTOS.

       3400-PROXIMO.
           MOVE WS-REV-SUCESSORA TO SUC-CONTA.
           READ SUCESSAO-FILE
               INVALID KEY
                   GO TO 3400-FIM
           END-READ.
           MOVE SUC-SUCESSORA TO WS-REV-SUCESSORA.
           ADD 1 TO WS-QTD-SALTOS.
           IF WS-QTD-SALTOS < WS-MAX-SALTOS
               GO TO 3400-PROXIMO
           END-IF.
           GO TO 3400-EXIT.

       3400-FIM.
           IF WS-QTD-SALTOS = ZERO
               GO TO 3400-EXIT
           END-IF.

           ADD 1 TO WS-QTD-SUCESSORA.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "          CONTA=" WS-REV-CONTA
               " ENCERRADA - REVERSAO POSTA NA SUCESSORA="
               WS-REV-SUCESSORA
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-ENCERRA-REVERSAO - close the reversal batch with the
      * trailer CBL0002's reconciliation will balance against; a run
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-RESUMIDOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL LANCAMENTOS RESUMIDOS REVERTIDOS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-SUCESSORA TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL REVERSOES NA SUCESSORA=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-SEM-FEED TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL SEM FEED=" WS-QTD-ED
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the files before GOBACK. GLRETIN,
      * GLFEEDS, GLDETAL and CTASUC are only closed when their OPEN
      * found a file; a status still "35" means there is no handle.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           IF WS-FEEDS-STATUS NOT = "35"
               CLOSE FEEDS-FILE
           END-IF.
           IF DETALHE-DISPONIVEL
               CLOSE DETALHE-FILE
           END-IF.
           IF SUCESSAO-DISPONIVEL
               CLOSE SUCESSAO-FILE
           END-IF.
           CLOSE REVERSAO-FILE.
           CLOSE LISTAGEM-FILE.

