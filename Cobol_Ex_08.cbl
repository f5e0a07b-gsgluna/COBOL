      *                    for one account's full detail. A sibling of
      *                    CBL0003, which keeps the plain per-date
      *                    summary.
      *   2026-10-15 MNT  Realigned to the AUDITLOG record CBL0002 now
      *                    writes, which grew a trailing origin code
      *                    for a transaction redirected from a closed
      *                    account to its successor; the detail lines
      *                    show it. A new PR-COMBINA flag at the end of
      *                    the parameter record folds the requested
      *                    account's predecessors - every account whose
      *                    CTASUC succession links lead to it - into
      *                    its detail and under its ledger account, so
      *                    a statement spanning a restructuring reads
      *                    as one account.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT RELATORIO-FILE ASSIGN TO ATIVOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.

           SELECT SUCESSAO-FILE ASSIGN TO CTASUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUC-CONTA
               FILE STATUS IS WS-SUC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * Records arrive in the order the runs appended them, so every
      * AUDIT-DATA value is contiguous and the daily breakdown can be
      * built with a simple control break on the date.
      * AUDIT-CONTA-ORIGEM is the keyed code of a transaction CBL0002
      * redirected to a successor account; records appended before it
      * was added read it as blank.
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
      * date range the statement should cover and, when PR-CONTA is
      * not blank, the one account whose records are also listed in
      * full detail. A missing file, or blank dates, means "the whole
      * trail, no single-account detail". PR-COMBINA "S" with an
      * account named also takes in the account's predecessors (see
      * 1100); it sits at the end so older parameter records read it
      * as blank, i.e. no combining.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  PARM-RECORD.
           05  PR-DATA-INICIAL         PIC X(10).
           05  PR-DATA-FINAL           PIC X(10).
           05  PR-CONTA                PIC X(05).
           05  PR-COMBINA              PIC X(01).
      *----------------------------------------------------------------
      * MESTRE-FILE - the CONTAMST account master, read-only here: the
      * GL account number and description enriching every statement
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *----------------------------------------------------------------
      * SUCESSAO-FILE - the CTASUC account succession file CBL0005
      * maintains, read straight through here when a combined
      * statement is asked for; the layout must stay in step with
      * SUC-RECORD in CBL0005. No file means no account has a
      * predecessor.
      *----------------------------------------------------------------
       FD  SUCESSAO-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUC-RECORD.
           05  SUC-CONTA               PIC X(05).
           05  SUC-SUCESSORA           PIC X(05).
           05  SUC-DATA                PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS    PIC X(02) VALUE "00".
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-MST-STATUS      PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".
       77 WS-SUC-STATUS      PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

       77 WS-DATA-INICIAL    PIC X(10) VALUE SPACES.
       77 WS-DATA-FINAL      PIC X(10) VALUE SPACES.
       77 WS-CONTA-DETALHE   PIC X(05) VALUE SPACES.
       77 WS-COMBINA         PIC X(01) VALUE SPACES.
           88 COMBINA-ANTECESSORAS   VALUE "S".
       77 WS-DATA-ATUAL      PIC X(10) VALUE SPACES.

      * Ledger account and description of the record being folded in,

       77 WS-MAX-RAZOES      PIC 9(04) COMP VALUE 200.

      * The CTASUC links, loaded for a combined statement. 1200 marks
      * WS-SC-FAMILIA on every link whose chain of successors reaches
      * the requested account; those retired codes are its
      * predecessors. 500 links is years of restructurings; a file
      * that overflows the table aborts rather than drop history.
       01 WS-TABELA-SUCESSAO.
           05 WS-QTD-SUC          PIC 9(04) COMP VALUE ZERO.
           05 WS-SUC-ENT OCCURS 500 TIMES INDEXED BY SC-IDX SF-IDX.
               10 WS-SC-CONTA     PIC X(05).
               10 WS-SC-SUCESSORA PIC X(05).
               10 WS-SC-DATA      PIC X(10).
               10 WS-SC-FAMILIA   PIC X(01).

       77 WS-MAX-SUC         PIC 9(04) COMP VALUE 500.
       77 WS-QTD-ANTECESSORAS PIC 9(04) COMP VALUE ZERO.

       77 WS-SW-FIM-SUC      PIC X(01) VALUE "N".
           88 FIM-SUCESSAO           VALUE "S".
       77 WS-SW-INCLUIU      PIC X(01) VALUE "N".
           88 FAMILIA-CRESCEU        VALUE "S".
       77 WS-SW-DA-FAMILIA   PIC X(01) VALUE "N".
           88 CONTA-DA-FAMILIA       VALUE "S".

       77 WS-QTD-GERAL       PIC 9(09) COMP VALUE ZERO.

       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
                   MOVE PR-DATA-INICIAL TO WS-DATA-INICIAL
                   MOVE PR-DATA-FINAL   TO WS-DATA-FINAL
                   MOVE PR-CONTA        TO WS-CONTA-DETALHE
                   MOVE PR-COMBINA      TO WS-COMBINA
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.
           IF WS-CONTA-DETALHE = SPACES
               MOVE SPACES TO WS-COMBINA
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "RELATORIO DE ATIVIDADE POR CONTA RAZAO"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           IF COMBINA-ANTECESSORAS
               PERFORM 1100-CARREGA-SUCESSAO THRU 1100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CARREGA-SUCESSAO - load CTASUC, mark the requested
      * account's predecessors and head the statement with them: a
      * link naming the account, or naming an account already marked,
      * is marked in turn, pass after pass until a pass marks nothing
      * new, so predecessors of predecessors are found whatever order
      * the links sit in.
      *----------------------------------------------------------------
       1100-CARREGA-SUCESSAO.

           OPEN INPUT SUCESSAO-FILE.
           IF WS-SUC-STATUS = "35"
               GO TO 1100-LISTA
           END-IF.
           IF WS-SUC-STATUS NOT = "00"
               DISPLAY "ERRO - CTASUC INDISPONIVEL - FILE STATUS = "
                   WS-SUC-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-SUC.
           PERFORM 1110-LER-SUCESSAO THRU 1110-EXIT
               UNTIL FIM-SUCESSAO OR ABORTAR-JOB.
           CLOSE SUCESSAO-FILE.
           IF ABORTAR-JOB
               GO TO 1100-EXIT
           END-IF.

           SET FAMILIA-CRESCEU TO TRUE.
           PERFORM 1200-MARCA-FAMILIA THRU 1200-EXIT
               UNTIL NOT FAMILIA-CRESCEU.

       1100-LISTA.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "CONTA=" WS-CONTA-DETALHE
               " COMBINADA COM SUAS ANTECESSORAS"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           IF WS-QTD-SUC > ZERO
               PERFORM 1300-LISTA-ANTECESSORA THRU 1300-EXIT
                   VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-QTD-SUC
           END-IF.

           IF WS-QTD-ANTECESSORAS = ZERO
               MOVE "  NENHUMA CONTA ANTECESSORA"
                   TO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
           END-IF.

       1100-EXIT.
           EXIT.

       1110-LER-SUCESSAO.

           READ SUCESSAO-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-SUC
                   GO TO 1110-EXIT
           END-READ.

           IF WS-QTD-SUC = WS-MAX-SUC
               DISPLAY "ERRO - TABELA DE SUCESSOES ESGOTADA - "
                   "LIMITE = " WS-MAX-SUC
               SET ABORTAR-JOB TO TRUE
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-QTD-SUC.
           SET SC-IDX TO WS-QTD-SUC.
           MOVE SUC-CONTA     TO WS-SC-CONTA (SC-IDX).
           MOVE SUC-SUCESSORA TO WS-SC-SUCESSORA (SC-IDX).
           MOVE SUC-DATA      TO WS-SC-DATA (SC-IDX).
           MOVE "N"           TO WS-SC-FAMILIA (SC-IDX).

       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-MARCA-FAMILIA - one marking pass over the links.
      *----------------------------------------------------------------
       1200-MARCA-FAMILIA.

           MOVE "N" TO WS-SW-INCLUIU.
           IF WS-QTD-SUC > ZERO
               PERFORM 1210-MARCA-LIGACAO THRU 1210-EXIT
                   VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-QTD-SUC
           END-IF.

       1200-EXIT.
           EXIT.

       1210-MARCA-LIGACAO.

           IF WS-SC-FAMILIA (SC-IDX) = "S"
               GO TO 1210-EXIT
           END-IF.

           IF WS-SC-SUCESSORA (SC-IDX) NOT = WS-CONTA-DETALHE
               MOVE "N" TO WS-SW-DA-FAMILIA
               SET SF-IDX TO 1
               SEARCH WS-SUC-ENT VARYING SF-IDX
                   AT END CONTINUE
                   WHEN SF-IDX > WS-QTD-SUC
                       CONTINUE
                   WHEN WS-SC-CONTA (SF-IDX) = WS-SC-SUCESSORA (SC-IDX)
                       AND WS-SC-FAMILIA (SF-IDX) = "S"
                       SET CONTA-DA-FAMILIA TO TRUE
               END-SEARCH
               IF NOT CONTA-DA-FAMILIA
                   GO TO 1210-EXIT
               END-IF
           END-IF.

           MOVE "S" TO WS-SC-FAMILIA (SC-IDX).
           ADD 1 TO WS-QTD-ANTECESSORAS.
           SET FAMILIA-CRESCEU TO TRUE.

       1210-EXIT.
           EXIT.

       1300-LISTA-ANTECESSORA.

           IF WS-SC-FAMILIA (SC-IDX) NOT = "S"
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  ANTECESSORA=" WS-SC-CONTA (SC-IDX)
               " SUCEDIDA POR=" WS-SC-SUCESSORA (SC-IDX)
               " DESDE=" WS-SC-DATA (SC-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESSA-AUDITORIA - one pass of the control-break loop:
      * close out the previous date's block when AUDIT-DATA changes,
      * 2300-ACUMULA-REGISTRO - look the record's account up on the
      * master for its ledger account and description, fold it into
      * the per-date and whole-range tables, and list it in full when
      * it belongs to the account the parameter record asked after -
      * or, on a combined statement, to one of its predecessors.
      *----------------------------------------------------------------
       2300-ACUMULA-REGISTRO.

           MOVE "N" TO WS-SW-DA-FAMILIA.
           IF COMBINA-ANTECESSORAS AND WS-QTD-ANTECESSORAS > ZERO
               PERFORM 2350-VERIFICA-FAMILIA THRU 2350-EXIT
           END-IF.

           PERFORM 2500-BUSCA-MESTRE THRU 2500-EXIT.

           ADD 1 TO WS-QTD-GERAL.
           END-IF.

           IF WS-CONTA-DETALHE = SPACES
               GO TO 2300-EXIT
           END-IF.
           IF AUDIT-CONTA NOT = WS-CONTA-DETALHE
               AND NOT CONTA-DA-FAMILIA
               GO TO 2300-EXIT
           END-IF.

           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           MOVE SPACES TO WS-LINHA-RELAT.
           IF AUDIT-CONTA-ORIGEM = SPACES
               STRING "          SOMA=" WS-SOMA-REG-ED
                   " DIVISAO=" WS-DIV-REG-ED
                   " RAZAO=" WS-RAZAO-REG
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           ELSE
               STRING "          SOMA=" WS-SOMA-REG-ED
                   " DIVISAO=" WS-DIV-REG-ED
                   " RAZAO=" WS-RAZAO-REG
                   " ORIGEM=" AUDIT-CONTA-ORIGEM
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2350-VERIFICA-FAMILIA - whether the record's account is one of
      * the requested account's predecessors marked by 1100.
      *----------------------------------------------------------------
       2350-VERIFICA-FAMILIA.

           SET SF-IDX TO 1.
           SEARCH WS-SUC-ENT VARYING SF-IDX
               AT END CONTINUE
               WHEN SF-IDX > WS-QTD-SUC
                   CONTINUE
               WHEN WS-SC-CONTA (SF-IDX) = AUDIT-CONTA
                   IF WS-SC-FAMILIA (SF-IDX) = "S"
                       SET CONTA-DA-FAMILIA TO TRUE
                   END-IF
           END-SEARCH.

       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-BUSCA-MESTRE - ledger account and description for the
      * record's account code. A code no longer on the master (it may
      * have been deleted since the record was processed) reports
      * under a question-mark razao instead of dropping off the
      * statement. A predecessor's record on a combined statement
      * reports under the requested account's ledger account, so the
      * restructuring does not split its totals.
      *----------------------------------------------------------------
       2500-BUSCA-MESTRE.

           MOVE "CONTA NAO CADASTRADA" TO WS-DESCRICAO-REG.

           MOVE AUDIT-CONTA TO MST-CONTA.
           IF CONTA-DA-FAMILIA
               MOVE WS-CONTA-DETALHE TO MST-CONTA
           END-IF.
           READ MESTRE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
