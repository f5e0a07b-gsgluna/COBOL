      *****************************************************************
      * Program name:    CBL0014
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - the daily trial balance:
      *                    for the business date named on the parameter
      *                    record, prints every account's opening
      *                    balance, movement and closing balance from
      *                    the SALDOMST balance master CBL0002 keeps,
      *                    grouped and subtotalled by CONTAMST ledger
      *                    account, and proves the date's total
      *                    movement against the GLFEEDS register's hash
      *                    totals for the same date. RETURN-CODE 8 when
      *                    the proof fails, so nobody signs the day off
      *                    on balances the feeds do not support.
      *   2026-10-15 MNT  Retransmission records on the feed register
      *                    (FEED-TIPO "R") are skipped, so a resent
      *                    feed cannot stand in for its cycle's
      *                    original in the proof.
      *   2026-10-15 MNT  The feed leg counts the transactions each
      *                    feed posted (FEED-QTD-TRANS) rather than its
      *                    lines, so a ledger fed as summarized journal
      *                    lines still proves against the balance
      *                    master's movement count; an older register
      *                    record counts its lines.
      *   2026-10-15 MNT  The balance master is no longer held in an
      *                    in-storage account table: a first pass
      *                    collects the ledger accounts and each
      *                    ledger block re-reads SALDOMST in account
      *                    order, so the trial balance has no ceiling
      *                    on the number of accounts.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0014.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SALDO-FILE ASSIGN TO SALDOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLD-CONTA
               FILE STATUS IS WS-SALDO-STATUS.

           SELECT MESTRE-FILE ASSIGN TO CONTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CONTA
               FILE STATUS IS WS-MST-STATUS.

           SELECT FEEDS-FILE ASSIGN TO GLFEEDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO BALOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one record: the business date (AAAADDD, the
      * same form CBL0002 stamps everywhere) the trial balance is for.
      * A trial balance with no explicit date is refused, the same
      * reasoning as the CBL0011 close.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05  PR-DATA                 PIC X(10).
      *----------------------------------------------------------------
      * SALDO-FILE - the SALDOMST running balance master; the layout
      * must stay in step with SLD-RECORD in CBL0002. Each record
      * describes its account as of SLD-DATA, the last business date
      * it moved on.
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
      * MESTRE-FILE - the CONTAMST account master, read-only here for
      * each account's ledger account and description. The layout
      * must stay in step with MST-RECORD in CBL0002/CBL0005.
      *----------------------------------------------------------------
       FD  MESTRE-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  MST-RECORD.
           05  MST-CONTA               PIC X(05).
           05  MST-DESCRICAO           PIC X(30).
           05  MST-CONTA-RAZAO         PIC X(08).
           05  MST-SITUACAO            PIC X(01).
           05  MST-LIMITE-MIN          PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  MST-LIMITE-MAX          PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
      *----------------------------------------------------------------
      * FEEDS-FILE - the feed register; the layout must stay in step
      * with FEED-RECORD in CBL0002. FEED-QTD-TRANS reads blank on a
      * record written before it existed.
      *----------------------------------------------------------------
       FD  FEEDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FEED-RECORD.
           05  FEED-DATA               PIC X(10).
           05  FEED-GERACAO            PIC 9(06).
           05  FEED-CONTAGEM           PIC 9(09).
           05  FEED-HASH               PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-CICLO              PIC X(03).
           05  FEED-TIPO               PIC X(01).
               88  FEED-RETRANSMISSAO          VALUE "R".
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * RELATORIO-FILE - the trial balance report.
      *----------------------------------------------------------------
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-SALDO-STATUS    PIC X(02) VALUE "00".
       77 WS-MST-STATUS      PIC X(02) VALUE "00".
       77 WS-FEEDS-STATUS    PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

       77 WS-DATA-BALANCETE  PIC X(10) VALUE SPACES.

      * Ledger account and description of the balance record in hand;
      * an account no longer on the master still reports, under a
      * razao of question marks, the same choice CBL0009 makes.
       77 WS-RAZAO-REG       PIC X(08) VALUE SPACES.
       77 WS-DESCRICAO-REG   PIC X(30) VALUE SPACES.

      * The balance record in hand as of the trial balance date.
      * SALDOMST is not held in storage - it grows with the chart of
      * accounts - so each ledger block re-reads it in account order
      * and takes its own accounts as they pass.
       77 WS-CT-ABERTURA     PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-CT-MOVIMENTO    PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-CT-FECHAMENTO   PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-CT-QTD          PIC 9(09) COMP VALUE ZERO.

      * The distinct ledger accounts met on the first pass over
      * SALDOMST, kept in ascending order as they are inserted so the
      * report prints ledger by ledger.
       01 WS-TABELA-RAZOES.
           05 WS-QTD-RAZOES       PIC 9(04) COMP VALUE ZERO.
           05 WS-RAZAO-ENT OCCURS 200 TIMES INDEXED BY RZ-IDX.
               10 WS-RZ-RAZAO      PIC X(08).

       77 WS-MAX-RAZOES      PIC 9(04) COMP VALUE 200.
       77 WS-RZ-POS          PIC 9(04) COMP VALUE ZERO.

      * The date's feeds, one entry per cycle. A RERUN appends a
      * second register record for the cycle it reprocessed, and the
      * balances carry the rerun's movement, so the LAST record of a
      * cycle is the one that counts - the same rule CBL0002's RERUN
      * generation lookup follows.
       01 WS-TABELA-CICLOS.
           05 WS-QTD-CICLOS       PIC 9(04) COMP VALUE ZERO.
           05 WS-CICLO-ENT OCCURS 100 TIMES INDEXED BY CI-IDX.
               10 WS-CI-CICLO      PIC X(03).
               10 WS-CI-GERACAO    PIC 9(06).
               10 WS-CI-CONTAGEM   PIC 9(09) COMP.
               10 WS-CI-HASH       PIC S9(13)V99 COMP.

       77 WS-MAX-CICLOS      PIC 9(04) COMP VALUE 100.

      * Per-ledger subtotals and the grand totals.
       77 WS-RZ-ABERTURA     PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-RZ-MOVIMENTO    PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-RZ-FECHAMENTO   PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-RZ-QTD          PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-ABERTURA    PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-TOT-MOVIMENTO   PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-TOT-FECHAMENTO  PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-TOT-QTD         PIC 9(09) COMP VALUE ZERO.

      * The GLFEEDS leg of the proof.
       77 WS-FEED-QTD        PIC 9(09) COMP VALUE ZERO.
       77 WS-FEED-HASH       PIC S9(13)V99 COMP VALUE ZERO.

       77 WS-QTD-POSTERIOR   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-DIVERGE     PIC 9(04) COMP VALUE ZERO.

       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-SOMA-ED         PIC -Z(12)9.99 VALUE ZEROS.
       77 WS-ABERTURA-ED     PIC -Z(12)9.99 VALUE ZEROS.
       77 WS-MOVIMENTO-ED    PIC -Z(12)9.99 VALUE ZEROS.
       77 WS-FECHAMENTO-ED   PIC -Z(12)9.99 VALUE ZEROS.

       77 WS-SW-FIM-SALDO    PIC X(01) VALUE "N".
           88 FIM-SALDOS             VALUE "S".

       77 WS-SW-FIM-FEEDS    PIC X(01) VALUE "N".
           88 FIM-FEEDS              VALUE "S".

       77 WS-SW-ACHOU        PIC X(01) VALUE "N".
           88 ENTRADA-ENCONTRADA     VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - read the date, collect the ledger accounts
      * from the balances, load the date's feeds, print the ledger
      * blocks and close with the proof.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           IF NOT FIM-SALDOS
               PERFORM 2100-LER-SALDO THRU 2100-EXIT
           END-IF.
           PERFORM 2000-REGISTRA-RAZAO THRU 2000-EXIT
               UNTIL FIM-SALDOS OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           IF NOT FIM-FEEDS
               PERFORM 3100-LER-FEED THRU 3100-EXIT
           END-IF.
           PERFORM 3000-CARREGA-FEED THRU 3000-EXIT
               UNTIL FIM-FEEDS OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           IF WS-QTD-RAZOES > ZERO
               PERFORM 4000-BLOCO-RAZAO THRU 4000-EXIT
                   VARYING RZ-IDX FROM 1 BY 1
                   UNTIL RZ-IDX > WS-QTD-RAZOES OR ABORTAR-JOB
           END-IF.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5000-PROVA-MOVIMENTO THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - read the date parameter and open the
      * files. The balance master and the account master must exist;
      * a missing SALDOMST means no cycle has ever completed, which
      * prints an empty trial balance rather than failing, and a
      * missing GLFEEDS leaves the feed leg at zero where the proof
      * will flag it.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMBAL INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = "00"
               OR PR-DATA (1:7) NOT NUMERIC
               DISPLAY "ERRO - PARMBAL SEM DATA DE NEGOCIO VALIDA"
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-BALANCETE.
           MOVE PR-DATA (1:7) TO WS-DATA-BALANCETE (1:7).
           CLOSE PARAMETRO-FILE.

           OPEN INPUT SALDO-FILE.
           IF WS-SALDO-STATUS = "35"
               MOVE "S" TO WS-SW-FIM-SALDO
           ELSE
               IF WS-SALDO-STATUS NOT = "00"
                   DISPLAY "ERRO - SALDOMST INDISPONIVEL - STATUS = "
                       WS-SALDO-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN INPUT MESTRE-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "ERRO - CONTAMST INDISPONIVEL - FILE STATUS = "
                   WS-MST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FEEDS-FILE.
           IF WS-FEEDS-STATUS = "35"
               MOVE "S" TO WS-SW-FIM-FEEDS
           ELSE
               IF WS-FEEDS-STATUS NOT = "00"
                   DISPLAY "ERRO - GLFEEDS INDISPONIVEL - STATUS = "
                       WS-FEEDS-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO - BALOUT INDISPONIVEL - FILE STATUS = "
                   WS-RELAT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "BALANCETE DIARIO POR CONTA RAZAO - DATA="
               WS-DATA-BALANCETE
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REGISTRA-RAZAO - first pass over SALDOMST: register the
      * record's ledger account, and count the positions already
      * rolled past the trial balance date for the proof.
      *----------------------------------------------------------------
       2000-REGISTRA-RAZAO.

           PERFORM 2500-BUSCA-MESTRE THRU 2500-EXIT.

           IF SLD-DATA > WS-DATA-BALANCETE
               ADD 1 TO WS-QTD-POSTERIOR
           END-IF.

           PERFORM 2400-INSERE-RAZAO THRU 2400-EXIT.

           PERFORM 2100-LER-SALDO THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-LER-SALDO.

           READ SALDO-FILE
               AT END MOVE "S" TO WS-SW-FIM-SALDO
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-INSERE-RAZAO - register the record's ledger account in
      * the ascending ledger table, opening a slot for it by moving
      * the higher entries down one when it is new.
      *----------------------------------------------------------------
       2400-INSERE-RAZAO.

           SET RZ-IDX TO 1.
           SEARCH WS-RAZAO-ENT
               AT END CONTINUE
               WHEN RZ-IDX > WS-QTD-RAZOES
                   CONTINUE
               WHEN WS-RZ-RAZAO (RZ-IDX) NOT < WS-RAZAO-REG
                   CONTINUE
           END-SEARCH.

           IF RZ-IDX NOT > WS-QTD-RAZOES
               IF WS-RZ-RAZAO (RZ-IDX) = WS-RAZAO-REG
                   GO TO 2400-EXIT
               END-IF
           END-IF.

           IF WS-QTD-RAZOES = WS-MAX-RAZOES
               DISPLAY "ERRO - TABELA DE RAZOES ESGOTADA - "
                   "LIMITE = " WS-MAX-RAZOES
               SET ABORTAR-JOB TO TRUE
               GO TO 2400-EXIT
           END-IF.

           IF WS-QTD-RAZOES > ZERO
               PERFORM 2410-DESLOCA-RAZAO THRU 2410-EXIT
                   VARYING WS-RZ-POS FROM WS-QTD-RAZOES BY -1
                   UNTIL WS-RZ-POS < RZ-IDX
           END-IF.

           MOVE WS-RAZAO-REG TO WS-RZ-RAZAO (RZ-IDX).
           ADD 1 TO WS-QTD-RAZOES.

       2400-EXIT.
           EXIT.

       2410-DESLOCA-RAZAO.

           MOVE WS-RZ-RAZAO (WS-RZ-POS) TO WS-RZ-RAZAO (WS-RZ-POS + 1).

       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-BUSCA-MESTRE - ledger account and description for the
      * balance record's account code.
      *----------------------------------------------------------------
       2500-BUSCA-MESTRE.

           MOVE "????????" TO WS-RAZAO-REG.
           MOVE "CONTA NAO CADASTRADA" TO WS-DESCRICAO-REG.

           MOVE SLD-CONTA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.

           MOVE MST-CONTA-RAZAO TO WS-RAZAO-REG.
           MOVE MST-DESCRICAO   TO WS-DESCRICAO-REG.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CARREGA-FEED - fold one register record of the trial
      * balance date into its cycle's entry, the later record of a
      * cycle replacing the earlier one.
      *----------------------------------------------------------------
       3000-CARREGA-FEED.

           IF FEED-DATA NOT = WS-DATA-BALANCETE
               OR FEED-RETRANSMISSAO
               GO TO 3000-LER
           END-IF.

           MOVE "N" TO WS-SW-ACHOU.
           SET CI-IDX TO 1.
           SEARCH WS-CICLO-ENT
               AT END CONTINUE
               WHEN CI-IDX > WS-QTD-CICLOS
                   CONTINUE
               WHEN WS-CI-CICLO (CI-IDX) = FEED-CICLO
                   SET ENTRADA-ENCONTRADA TO TRUE
           END-SEARCH.

           IF NOT ENTRADA-ENCONTRADA
               IF WS-QTD-CICLOS = WS-MAX-CICLOS
                   DISPLAY "ERRO - TABELA DE CICLOS ESGOTADA - "
                       "LIMITE = " WS-MAX-CICLOS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-QTD-CICLOS
               SET CI-IDX TO WS-QTD-CICLOS
               MOVE FEED-CICLO TO WS-CI-CICLO (CI-IDX)
           END-IF.

           MOVE FEED-GERACAO  TO WS-CI-GERACAO (CI-IDX).
           IF FEED-QTD-TRANS IS NUMERIC
               MOVE FEED-QTD-TRANS TO WS-CI-CONTAGEM (CI-IDX)
           ELSE
               MOVE FEED-CONTAGEM  TO WS-CI-CONTAGEM (CI-IDX)
           END-IF.
           MOVE FEED-HASH     TO WS-CI-HASH (CI-IDX).

       3000-LER.
           PERFORM 3100-LER-FEED THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

       3100-LER-FEED.

           READ FEEDS-FILE
               AT END MOVE "S" TO WS-SW-FIM-FEEDS
           END-READ.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-BLOCO-RAZAO - one ledger account's block: its accounts,
      * each with opening, movement and closing, and the ledger's
      * subtotal line. SALDOMST is repositioned to its first record
      * and read through, the block taking the accounts whose master
      * names this ledger. Accounts rolled past the date are listed
      * without figures and stay out of the subtotals.
      *----------------------------------------------------------------
       4000-BLOCO-RAZAO.

           MOVE ZERO TO WS-RZ-ABERTURA.
           MOVE ZERO TO WS-RZ-MOVIMENTO.
           MOVE ZERO TO WS-RZ-FECHAMENTO.
           MOVE ZERO TO WS-RZ-QTD.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "RAZAO=" WS-RZ-RAZAO (RZ-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           MOVE LOW-VALUES TO SLD-CONTA.
           START SALDO-FILE KEY IS NOT < SLD-CONTA
               INVALID KEY
                   DISPLAY "ERRO - SALDOMST - REPOSICIONAMENTO FALHOU"
                       " - STATUS = " WS-SALDO-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 4000-EXIT
           END-START.
           MOVE "N" TO WS-SW-FIM-SALDO.
           PERFORM 2100-LER-SALDO THRU 2100-EXIT.
           PERFORM 4100-LINHA-CONTA THRU 4100-EXIT
               UNTIL FIM-SALDOS.

           MOVE WS-RZ-ABERTURA   TO WS-ABERTURA-ED.
           MOVE WS-RZ-MOVIMENTO  TO WS-MOVIMENTO-ED.
           MOVE WS-RZ-FECHAMENTO TO WS-FECHAMENTO-ED.
           MOVE WS-RZ-QTD        TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  TOTAL RAZAO=" WS-RZ-RAZAO (RZ-IDX)
               " ABERT=" WS-ABERTURA-ED
               " MOV=" WS-MOVIMENTO-ED
               " FECH=" WS-FECHAMENTO-ED
               " QTD=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           ADD WS-RZ-ABERTURA   TO WS-TOT-ABERTURA.
           ADD WS-RZ-MOVIMENTO  TO WS-TOT-MOVIMENTO.
           ADD WS-RZ-FECHAMENTO TO WS-TOT-FECHAMENTO.
           ADD WS-RZ-QTD        TO WS-TOT-QTD.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-LINHA-CONTA - the balance record in hand, if its account
      * belongs to the ledger being printed. A position last moved on
      * the date shows its opening, movement and closing as they
      * stand; one last moved on an earlier date did not move on this
      * one, so it opens and closes at its closing balance; one
      * already rolled past the date is listed without figures.
      *----------------------------------------------------------------
       4100-LINHA-CONTA.

           PERFORM 2500-BUSCA-MESTRE THRU 2500-EXIT.
           IF WS-RAZAO-REG NOT = WS-RZ-RAZAO (RZ-IDX)
               GO TO 4100-LER
           END-IF.

           IF SLD-DATA > WS-DATA-BALANCETE
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "  CONTA=" SLD-CONTA
                   " POSICAO JA AVANCADA PARA DATA="
                   SLD-DATA
                   " - FORA DO BALANCETE"
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               GO TO 4100-LER
           END-IF.

           IF SLD-DATA = WS-DATA-BALANCETE
               MOVE SLD-SALDO-ABERTURA   TO WS-CT-ABERTURA
               MOVE SLD-MOVIMENTO        TO WS-CT-MOVIMENTO
               MOVE SLD-SALDO-FECHAMENTO TO WS-CT-FECHAMENTO
               MOVE SLD-QTD-LANC         TO WS-CT-QTD
           ELSE
               MOVE SLD-SALDO-FECHAMENTO TO WS-CT-ABERTURA
               MOVE ZERO                 TO WS-CT-MOVIMENTO
               MOVE SLD-SALDO-FECHAMENTO TO WS-CT-FECHAMENTO
               MOVE ZERO                 TO WS-CT-QTD
           END-IF.

           MOVE WS-CT-ABERTURA   TO WS-ABERTURA-ED.
           MOVE WS-CT-MOVIMENTO  TO WS-MOVIMENTO-ED.
           MOVE WS-CT-FECHAMENTO TO WS-FECHAMENTO-ED.
           MOVE WS-CT-QTD        TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  CONTA=" SLD-CONTA
               " ABERT=" WS-ABERTURA-ED
               " MOV=" WS-MOVIMENTO-ED
               " FECH=" WS-FECHAMENTO-ED
               " QTD=" WS-QTD-ED
               " " WS-DESCRICAO-REG
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           ADD WS-CT-ABERTURA   TO WS-RZ-ABERTURA.
           ADD WS-CT-MOVIMENTO  TO WS-RZ-MOVIMENTO.
           ADD WS-CT-FECHAMENTO TO WS-RZ-FECHAMENTO.
           ADD WS-CT-QTD        TO WS-RZ-QTD.

       4100-LER.
           PERFORM 2100-LER-SALDO THRU 2100-EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PROVA-MOVIMENTO - the grand totals and the proof: the
      * date's movement and posting count across all accounts must
      * equal the date's GLFEEDS hash and count, and every closing
      * balance must be its opening plus its movement. A trial balance
      * run after a later date has already moved some account cannot
      * be proved for this date at all, and says so.
      *----------------------------------------------------------------
       5000-PROVA-MOVIMENTO.

           MOVE WS-TOT-ABERTURA   TO WS-ABERTURA-ED.
           MOVE WS-TOT-MOVIMENTO  TO WS-MOVIMENTO-ED.
           MOVE WS-TOT-FECHAMENTO TO WS-FECHAMENTO-ED.
           MOVE WS-TOT-QTD        TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL GERAL ABERT=" WS-ABERTURA-ED
               " MOV=" WS-MOVIMENTO-ED
               " FECH=" WS-FECHAMENTO-ED
               " QTD=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           IF WS-QTD-CICLOS > ZERO
               PERFORM 5100-LINHA-FEED THRU 5100-EXIT
                   VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > WS-QTD-CICLOS
           END-IF.

           MOVE WS-FEED-QTD  TO WS-QTD-ED.
           MOVE WS-FEED-HASH TO WS-SOMA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "PROVA - GLFEEDS DA DATA    QTD=" WS-QTD-ED
               " HASH=" WS-SOMA-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           MOVE WS-TOT-QTD       TO WS-QTD-ED.
           MOVE WS-TOT-MOVIMENTO TO WS-SOMA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "PROVA - MOVIMENTO DO DIA   QTD=" WS-QTD-ED
               " SOMA=" WS-SOMA-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           IF WS-QTD-POSTERIOR > ZERO
               ADD 1 TO WS-QTD-DIVERGE
               MOVE WS-QTD-POSTERIOR TO WS-QTD-ED
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "CONTAS COM POSICAO POSTERIOR A DATA=" WS-QTD-ED
                   " - MOVIMENTO DA DATA NAO COMPROVAVEL"
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               DISPLAY WS-LINHA-RELAT
           END-IF.

           IF WS-TOT-QTD NOT = WS-FEED-QTD
               OR WS-TOT-MOVIMENTO NOT = WS-FEED-HASH
               ADD 1 TO WS-QTD-DIVERGE
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "DIVERGENCIA MOVIMENTO X GLFEEDS - CONFERIR "
                   "CICLOS NAO APLICADOS AOS SALDOS"
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               DISPLAY WS-LINHA-RELAT
           END-IF.

           IF WS-TOT-FECHAMENTO NOT = WS-TOT-ABERTURA
               + WS-TOT-MOVIMENTO
               ADD 1 TO WS-QTD-DIVERGE
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "DIVERGENCIA FECHAMENTO X ABERTURA MAIS "
                   "MOVIMENTO - SALDOMST INCONSISTENTE"
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               DISPLAY WS-LINHA-RELAT
           END-IF.

           IF WS-QTD-DIVERGE = ZERO
               MOVE "BALANCETE OK - MOVIMENTO CONFERE COM GLFEEDS"
                   TO WS-LINHA-RELAT
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE "BALANCETE COM DIVERGENCIA - NAO ASSINAR"
                   TO WS-LINHA-RELAT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5000-EXIT.
           EXIT.

       5100-LINHA-FEED.

           ADD WS-CI-CONTAGEM (CI-IDX) TO WS-FEED-QTD.
           ADD WS-CI-HASH (CI-IDX)     TO WS-FEED-HASH.

           MOVE WS-CI-CONTAGEM (CI-IDX) TO WS-QTD-ED.
           MOVE WS-CI-HASH (CI-IDX)     TO WS-SOMA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  FEED CICLO=" WS-CI-CICLO (CI-IDX)
               " GERACAO=" WS-CI-GERACAO (CI-IDX)
               " QTD=" WS-QTD-ED
               " HASH=" WS-SOMA-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the files before GOBACK. The optional
      * inputs are only closed when their OPEN actually found a file.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           IF WS-SALDO-STATUS NOT = "35"
               CLOSE SALDO-FILE
           END-IF.
           CLOSE MESTRE-FILE.
           IF WS-FEEDS-STATUS NOT = "35"
               CLOSE FEEDS-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

       8000-EXIT.
           EXIT.
