      *****************************************************************
      * Program name:    CBL0021
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - the morning operations
      *                    status page: for each business date named
      *                    on the parameter file, reads the RUNCTL
      *                    trail, the GLFEEDS register against the GL
      *                    shop's ACKIN acknowledgments, the REJSUSP
      *                    suspense ledger and the GLRETIN returns
      *                    CBL0010 works, and prints one page with the
      *                    cycles completed, every feed sent and its
      *                    acknowledgment, the open rejects by age and
      *                    the returned postings awaiting reversal,
      *                    ending in a GO / ATTENTION / HOLD verdict
      *                    the scheduler holds the desks' morning
      *                    release on (RETURN-CODE 0 / 4 / 8).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0021.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FEEDS-FILE ASSIGN TO GLFEEDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-STATUS.

           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO REJSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RETORNO-FILE ASSIGN TO GLRETIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO STATREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one record per business date to report: the
      * age in days past which an open reject escalates, and the
      * business date (AAAADDD). A blank date is the business date
      * today's system date maps to on CALFILE, which is the usual
      * morning. A run with no parameter record is refused - the
      * escalation age is a policy decision, as it is in CBL0012.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05  PR-IDADE-ESCALA         PIC 9(03).
           05  PR-DATA-NEGOCIO         PIC X(07).
      *----------------------------------------------------------------
      * CALENDARIO-FILE - the processing calendar; the layout must
      * stay in step with CAL-REGISTRO in CBL0002.
      *----------------------------------------------------------------
       FD  CALENDARIO-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  CAL-REGISTRO.
           05  CAL-DATA-SISTEMA        PIC 9(07).
           05  CAL-DATA-NEGOCIO        PIC 9(07).
      *----------------------------------------------------------------
      * RUNCTL-FILE - the run-control trail CBL0002 appends one
      * record to per completed run; the layout must stay in step
      * with RUNCTL-RECORD there.
      *----------------------------------------------------------------
       FD  RUNCTL-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  RUNCTL-RECORD.
           05  RUN-DATA-NEGOCIO        PIC 9(07).
           05  RUN-CICLO               PIC 9(03).
           05  RUN-SITUACAO            PIC X(01).
      *----------------------------------------------------------------
      * FEEDS-FILE - the feed register CBL0002 appends one record to
      * per completed run; the layout must stay in step with
      * FEED-RECORD there. FEED-QTD-TRANS is not used here.
      *----------------------------------------------------------------
       FD  FEEDS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FEED-RECORD.
           05  FEED-DATA               PIC X(10).
           05  FEED-GERACAO            PIC 9(06).
           05  FEED-CONTAGEM           PIC 9(09).
           05  FEED-HASH               PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FEED-CICLO              PIC 9(03).
           05  FEED-TIPO               PIC X(01).
               88  FEED-RETRANSMISSAO          VALUE "R".
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * ACK-FILE - the GL shop's acknowledgments; the layout must
      * stay in step with ACK-RECORD in CBL0006.
      *----------------------------------------------------------------
       FD  ACK-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  ACK-RECORD.
           05  ACK-GERACAO             PIC 9(06).
           05  ACK-CONTAGEM            PIC 9(09).
           05  ACK-HASH                PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *----------------------------------------------------------------
      * SUSPENSO-FILE - the REJSUSP suspense ledger; the layout must
      * stay in step with SUSP-RECORD in CBL0002/CBL0004. Read end
      * to end once per page.
      *----------------------------------------------------------------
       FD  SUSPENSO-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  SUSP-RECORD.
           05  SUSP-ID                 PIC 9(09).
           05  SUSP-DATA               PIC X(10).
           05  SUSP-MOTIVO             PIC X(03).
           05  SUSP-SITUACAO           PIC X(01).
           05  SUSP-DATA-BAIXA         PIC X(10).
      *----------------------------------------------------------------
      * RETORNO-FILE - the GL shop's posting-level returns; the
      * layout must stay in step with RET-RECORD in CBL0010.
      *----------------------------------------------------------------
       FD  RETORNO-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  RET-RECORD.
           05  RET-GERACAO             PIC 9(06).
           05  RET-SEQUENCIA           PIC 9(09).
           05  RET-CONTA               PIC X(05).
           05  RET-N01                 PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  RET-N02                 PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  RET-MOTIVO              PIC X(03).
      *----------------------------------------------------------------
      * RELATORIO-FILE - the status pages, one per business date,
      * and the overall verdict.
      *----------------------------------------------------------------
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-CAL-STATUS      PIC X(02) VALUE "00".
       77 WS-RUNCTL-STATUS   PIC X(02) VALUE "00".
       77 WS-FEEDS-STATUS    PIC X(02) VALUE "00".
       77 WS-ACK-STATUS      PIC X(02) VALUE "00".
       77 WS-SUSP-STATUS     PIC X(02) VALUE "00".
       77 WS-RET-STATUS      PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

      * The page being printed: its business date, escalation age
      * and the date's day index for aging.
       77 WS-DATA-PAGINA     PIC X(07) VALUE SPACES.
       77 WS-IDADE-ESCALA    PIC 9(03) VALUE ZEROS.
       77 WS-DATA-SISTEMA    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-CALENDARIO PIC X(07) VALUE SPACES.

      * The feed register with what ACKIN said about each original,
      * the same shape CBL0006 loads. A feed is superseded when a
      * later original of the same date and cycle was cut by a
      * RERUN; its missing acknowledgment is expected, not an alarm.
       01 WS-TABELA-FEEDS.
           05 WS-QTD-FEEDS        PIC 9(04) COMP VALUE ZERO.
           05 WS-FEED-ENT OCCURS 500 TIMES INDEXED BY FE-IDX.
               10 WS-FE-GERACAO   PIC 9(06).
               10 WS-FE-DATA      PIC X(10).
               10 WS-FE-CICLO     PIC 9(03).
               10 WS-FE-CONTAGEM  PIC 9(09).
               10 WS-FE-HASH      PIC S9(13)V99 COMP.
               10 WS-FE-QTD-ACK   PIC 9(04) COMP.
               10 WS-FE-QTD-REENVIO PIC 9(04) COMP.
               10 WS-FE-DIVERGE   PIC X(01).
               10 WS-FE-SUBSTITUIDA PIC X(01).

       77 WS-MAX-FEEDS       PIC 9(04) COMP VALUE 500.

      * The cycles already listed on the page, by cycle number: a
      * RERUN stamps its cycle on RUNCTL a second time.
       01 WS-TABELA-CICLOS-PAG.
           05 WS-CICLO-VISTO     PIC X(01) OCCURS 999 TIMES.

       77 WS-CICLO-SUB       PIC 9(04) COMP VALUE ZERO.
       77 WS-CICLO-PAG       PIC 9(03) VALUE ZEROS.

      * The page's counts.
       77 WS-QTD-CICLOS      PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-FEEDS-PAG   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SEM-ACK     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ABERTOS     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-BANDA-1     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-BANDA-2     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-BANDA-3     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-BANDA-4     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ESCALADOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-DEVOLVIDOS  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-A-REVERTER  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RECUSADOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RET-SEM-FEED PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-PAGINAS     PIC 9(09) COMP VALUE ZERO.

      * The same year-times-365 day index CBL0012 ages the ledger
      * by, taken against the page's business date.
       77 WS-ANO-TRAB        PIC 9(04) VALUE ZEROS.
       77 WS-DIA-TRAB        PIC 9(03) VALUE ZEROS.
       77 WS-DIA-INDICE-PAG  PIC 9(09) COMP VALUE ZERO.
       77 WS-DIA-INDICE-REG  PIC 9(09) COMP VALUE ZERO.
       77 WS-IDADE-REG       PIC S9(09) COMP VALUE ZERO.

      * Verdict levels: 0 GO, 4 ATTENTION, 8 HOLD - also the
      * RETURN-CODE. The page's level and the worst over all pages.
       77 WS-NIVEL-ITEM      PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-PAGINA    PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-GERAL     PIC 9(02) VALUE ZEROS.
       77 WS-PARECER         PIC X(09) VALUE SPACES.
       77 WS-MARCA           PIC X(14) VALUE SPACES.

       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-2        PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-3        PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-4        PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-5        PIC Z(08)9 VALUE ZEROS.
       77 WS-REENVIO-ED      PIC Z(03)9 VALUE ZEROS.
       77 WS-SITUACAO-FEED   PIC X(28) VALUE SPACES.

       77 WS-SW-FIM-PARM     PIC X(01) VALUE "N".
           88 FIM-PARAMETROS         VALUE "S".

       77 WS-SW-FIM-CAL      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO         VALUE "S".

       77 WS-SW-ACHOU-CAL    PIC X(01) VALUE "N".
           88 DATA-NO-CALENDARIO     VALUE "S".

       77 WS-SW-FIM-RUNCTL   PIC X(01) VALUE "N".
           88 FIM-RUN-CONTROL        VALUE "S".

       77 WS-SW-FIM-FEEDS    PIC X(01) VALUE "N".
           88 FIM-FEEDS              VALUE "S".

       77 WS-SW-FIM-ACK      PIC X(01) VALUE "N".
           88 FIM-ACKS               VALUE "S".

       77 WS-SW-FIM-SUSP     PIC X(01) VALUE "N".
           88 FIM-SUSPENSOS          VALUE "S".

       77 WS-SW-FIM-RET      PIC X(01) VALUE "N".
           88 FIM-RETORNOS           VALUE "S".

       77 WS-SW-ACHOU-FEED   PIC X(01) VALUE "N".
           88 FEED-ENCONTRADO        VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - load the feed register and match the
      * acknowledgments against it once, then print one page per
      * parameter record and close with the overall verdict.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1100-CARREGA-FEEDS THRU 1100-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1200-CASA-ACKS THRU 1200-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-PARM.
           PERFORM 2000-PROCESSA-PARAMETRO THRU 2000-EXIT
               UNTIL FIM-PARAMETROS OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 5000-ENCERRA-RELATORIO THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-NIVEL-GERAL TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - open the parameter file and the report.
      * The data files are opened where they are read; a missing one
      * is an empty one, and the page says what that means.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMSTA INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO - STATREL INDISPONIVEL - FILE STATUS = "
                   WS-RELAT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           ACCEPT WS-DATA-SISTEMA FROM DAY YYYYDDD.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CARREGA-FEEDS - load every original on the register. A
      * retransmission counts against its original, as in CBL0006;
      * an original marks the earlier feed of its date and cycle as
      * superseded. No register is a shop that never sent a feed.
      *----------------------------------------------------------------
       1100-CARREGA-FEEDS.

           OPEN INPUT FEEDS-FILE.
           IF WS-FEEDS-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF WS-FEEDS-STATUS NOT = "00"
               DISPLAY "ERRO - GLFEEDS INDISPONIVEL - FILE STATUS = "
                   WS-FEEDS-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-FEEDS.
           PERFORM 1110-CARREGA-FEED THRU 1110-EXIT
               UNTIL FIM-FEEDS OR ABORTAR-JOB.
           CLOSE FEEDS-FILE.

       1100-EXIT.
           EXIT.

       1110-CARREGA-FEED.

           READ FEEDS-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-FEEDS
                   GO TO 1110-EXIT
           END-READ.

           IF FEED-RETRANSMISSAO
               MOVE "N" TO WS-SW-ACHOU-FEED
               SET FE-IDX TO 1
               SEARCH WS-FEED-ENT
                   AT END CONTINUE
                   WHEN FE-IDX > WS-QTD-FEEDS
                       CONTINUE
                   WHEN WS-FE-GERACAO (FE-IDX) = FEED-GERACAO
                       SET FEED-ENCONTRADO TO TRUE
               END-SEARCH
               IF FEED-ENCONTRADO
                   ADD 1 TO WS-FE-QTD-REENVIO (FE-IDX)
               END-IF
               GO TO 1110-EXIT
           END-IF.

           IF WS-QTD-FEEDS = WS-MAX-FEEDS
               DISPLAY "ERRO - TABELA DE FEEDS ESGOTADA - LIMITE = "
                   WS-MAX-FEEDS
               SET ABORTAR-JOB TO TRUE
               GO TO 1110-EXIT
           END-IF.

      * A pre-cutover record has no cycle and supersedes nothing.
           IF FEED-CICLO NUMERIC
               SET FE-IDX TO 1
               SEARCH WS-FEED-ENT
                   AT END CONTINUE
                   WHEN FE-IDX > WS-QTD-FEEDS
                       CONTINUE
                   WHEN WS-FE-DATA (FE-IDX) (1:7) = FEED-DATA (1:7)
                       AND WS-FE-CICLO (FE-IDX) = FEED-CICLO
                       AND WS-FE-SUBSTITUIDA (FE-IDX) = "N"
                       MOVE "S" TO WS-FE-SUBSTITUIDA (FE-IDX)
               END-SEARCH
           END-IF.

           ADD 1 TO WS-QTD-FEEDS.
           SET FE-IDX TO WS-QTD-FEEDS.
           MOVE FEED-GERACAO  TO WS-FE-GERACAO (FE-IDX).
           MOVE FEED-DATA     TO WS-FE-DATA (FE-IDX).
           MOVE FEED-CICLO    TO WS-FE-CICLO (FE-IDX).
           MOVE FEED-CONTAGEM TO WS-FE-CONTAGEM (FE-IDX).
           MOVE FEED-HASH     TO WS-FE-HASH (FE-IDX).
           MOVE ZERO          TO WS-FE-QTD-ACK (FE-IDX).
           MOVE ZERO          TO WS-FE-QTD-REENVIO (FE-IDX).
           MOVE "N"           TO WS-FE-DIVERGE (FE-IDX).
           MOVE "N"           TO WS-FE-SUBSTITUIDA (FE-IDX).

       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CASA-ACKS - count every acknowledgment against its feed
      * and note any whose figures differ, the way CBL0006 matches
      * them. An acknowledgment of a generation never sent is
      * CBL0006's suspense report's business, not this page's.
      *----------------------------------------------------------------
       1200-CASA-ACKS.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "ERRO - ACKIN INDISPONIVEL - FILE STATUS = "
                   WS-ACK-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1200-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-ACK.
           PERFORM 1210-CASA-ACK THRU 1210-EXIT
               UNTIL FIM-ACKS.
           CLOSE ACK-FILE.

       1200-EXIT.
           EXIT.

       1210-CASA-ACK.

           READ ACK-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-ACK
                   GO TO 1210-EXIT
           END-READ.

           MOVE "N" TO WS-SW-ACHOU-FEED.
           SET FE-IDX TO 1.
           SEARCH WS-FEED-ENT
               AT END CONTINUE
               WHEN FE-IDX > WS-QTD-FEEDS
                   CONTINUE
               WHEN WS-FE-GERACAO (FE-IDX) = ACK-GERACAO
                   SET FEED-ENCONTRADO TO TRUE
           END-SEARCH.
           IF NOT FEED-ENCONTRADO
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO WS-FE-QTD-ACK (FE-IDX).
           IF ACK-CONTAGEM NOT = WS-FE-CONTAGEM (FE-IDX)
               OR ACK-HASH NOT = WS-FE-HASH (FE-IDX)
               MOVE "S" TO WS-FE-DIVERGE (FE-IDX)
           END-IF.

       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-CONSULTA-CALENDARIO - the business date today's system
      * date maps to on CALFILE, exactly as CBL0002 takes it; looked
      * up once, the first time a parameter record leaves the date
      * blank.
      *----------------------------------------------------------------
       1300-CONSULTA-CALENDARIO.

           OPEN INPUT CALENDARIO-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "ERRO - CALFILE INDISPONIVEL - FILE STATUS = "
                   WS-CAL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1300-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-CAL.
           MOVE "N" TO WS-SW-ACHOU-CAL.
           PERFORM 1310-LER-CALENDARIO THRU 1310-EXIT
               UNTIL FIM-CALENDARIO OR DATA-NO-CALENDARIO.
           CLOSE CALENDARIO-FILE.

           IF NOT DATA-NO-CALENDARIO
               DISPLAY "ERRO - DATA DO SISTEMA " WS-DATA-SISTEMA
                   " NAO CONSTA DO CALENDARIO"
               SET ABORTAR-JOB TO TRUE
               GO TO 1300-EXIT
           END-IF.

           MOVE CAL-DATA-NEGOCIO TO WS-DATA-CALENDARIO.

       1300-EXIT.
           EXIT.

       1310-LER-CALENDARIO.

           READ CALENDARIO-FILE
               AT END MOVE "S" TO WS-SW-FIM-CAL
           END-READ.

           IF NOT FIM-CALENDARIO
               AND CAL-DATA-SISTEMA = WS-DATA-SISTEMA
               SET DATA-NO-CALENDARIO TO TRUE
           END-IF.

       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESSA-PARAMETRO - one parameter record, one page. A
      * record that names no usable date or escalation age stops the
      * run: a status page for the wrong day is worse than none.
      *----------------------------------------------------------------
       2000-PROCESSA-PARAMETRO.

           READ PARAMETRO-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-PARM
                   GO TO 2000-EXIT
           END-READ.

           IF PR-IDADE-ESCALA NOT NUMERIC
               OR PR-IDADE-ESCALA = ZERO
               DISPLAY "ERRO - PARMSTA SEM IDADE DE ESCALADA VALIDA"
               SET ABORTAR-JOB TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE PR-IDADE-ESCALA TO WS-IDADE-ESCALA.

           IF PR-DATA-NEGOCIO = SPACES
               IF WS-DATA-CALENDARIO = SPACES
                   PERFORM 1300-CONSULTA-CALENDARIO THRU 1300-EXIT
                   IF ABORTAR-JOB
                       GO TO 2000-EXIT
                   END-IF
               END-IF
               MOVE WS-DATA-CALENDARIO TO WS-DATA-PAGINA
           ELSE
               IF PR-DATA-NEGOCIO NOT NUMERIC
                   DISPLAY "ERRO - PARMSTA COM DATA INVALIDA = "
                       PR-DATA-NEGOCIO
                   SET ABORTAR-JOB TO TRUE
                   GO TO 2000-EXIT
               END-IF
               MOVE PR-DATA-NEGOCIO TO WS-DATA-PAGINA
           END-IF.

           PERFORM 3000-EMITE-PAGINA THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-EMITE-PAGINA - the status page of one business date.
      *----------------------------------------------------------------
       3000-EMITE-PAGINA.

           ADD 1 TO WS-QTD-PAGINAS.
           MOVE ZERO TO WS-NIVEL-PAGINA.
           MOVE WS-DATA-PAGINA (1:4) TO WS-ANO-TRAB.
           MOVE WS-DATA-PAGINA (5:3) TO WS-DIA-TRAB.
           COMPUTE WS-DIA-INDICE-PAG = WS-ANO-TRAB * 365
               + WS-DIA-TRAB.

           IF WS-QTD-PAGINAS > 1
               MOVE SPACES TO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
           END-IF.
           MOVE ALL "=" TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "SITUACAO OPERACIONAL DA MANHA - DATA DE NEGOCIO="
               WS-DATA-PAGINA
               " IDADE DE ESCALADA=" WS-IDADE-ESCALA " DIAS"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           PERFORM 3100-CICLOS THRU 3100-EXIT.
           IF ABORTAR-JOB
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-FEEDS THRU 3200-EXIT.
           PERFORM 3300-REJEITOS THRU 3300-EXIT.
           IF ABORTAR-JOB
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-DEVOLUCOES THRU 3400-EXIT.
           IF ABORTAR-JOB
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3900-PARECER-PAGINA THRU 3900-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CICLOS - every cycle of the date completed on RUNCTL,
      * each with the feed it sent. A date with no completed cycle,
      * or a cycle the register has no feed for, holds the desks.
      *----------------------------------------------------------------
       3100-CICLOS.

           MOVE ZERO TO WS-QTD-CICLOS.
           PERFORM 3105-ZERA-CICLO THRU 3105-EXIT
               VARYING WS-CICLO-SUB FROM 1 BY 1
               UNTIL WS-CICLO-SUB > 999.

           MOVE "CICLOS CONCLUIDOS" TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               GO TO 3100-TOTAL
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO - RUNCTL INDISPONIVEL - FILE STATUS = "
                   WS-RUNCTL-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-RUNCTL.
           PERFORM 3110-LER-RUN-CONTROL THRU 3110-EXIT
               UNTIL FIM-RUN-CONTROL.
           CLOSE RUNCTL-FILE.

       3100-TOTAL.
           IF WS-QTD-CICLOS = ZERO
               MOVE 8 TO WS-NIVEL-ITEM
               PERFORM 9000-ELEVA-NIVEL THRU 9000-EXIT
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "  NENHUM CICLO CONCLUIDO NA DATA" WS-MARCA
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-QTD-CICLOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  TOTAL CICLOS CONCLUIDOS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3100-EXIT.
           EXIT.

       3105-ZERA-CICLO.

           MOVE "N" TO WS-CICLO-VISTO (WS-CICLO-SUB).

       3105-EXIT.
           EXIT.

      * A RUNCTL record cut before the cycle was recorded counts as
      * completed cycle 1 of its date, as CBL0002 reads it.
       3110-LER-RUN-CONTROL.

           READ RUNCTL-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-RUNCTL
                   GO TO 3110-EXIT
           END-READ.

           IF RUN-DATA-NEGOCIO NOT = WS-DATA-PAGINA
               GO TO 3110-EXIT
           END-IF.

           IF RUN-SITUACAO = "C" AND RUN-CICLO NUMERIC
               AND RUN-CICLO > ZERO
               MOVE RUN-CICLO TO WS-CICLO-PAG
           ELSE
               IF RUN-CICLO (1:1) = "C" AND RUN-SITUACAO = SPACE
                   MOVE 1 TO WS-CICLO-PAG
               ELSE
                   GO TO 3110-EXIT
               END-IF
           END-IF.

           IF WS-CICLO-VISTO (WS-CICLO-PAG) = "S"
               GO TO 3110-EXIT
           END-IF.
           MOVE "S" TO WS-CICLO-VISTO (WS-CICLO-PAG).
           ADD 1 TO WS-QTD-CICLOS.

      * The cycle's current feed is its latest original; an older
      * one of the same cycle is already marked superseded.
           MOVE "N" TO WS-SW-ACHOU-FEED.
           SET FE-IDX TO 1.
           SEARCH WS-FEED-ENT
               AT END CONTINUE
               WHEN FE-IDX > WS-QTD-FEEDS
                   CONTINUE
               WHEN WS-FE-DATA (FE-IDX) (1:7) = WS-DATA-PAGINA
                   AND WS-FE-CICLO (FE-IDX) = WS-CICLO-PAG
                   AND WS-FE-SUBSTITUIDA (FE-IDX) = "N"
                   SET FEED-ENCONTRADO TO TRUE
           END-SEARCH.

           MOVE SPACES TO WS-LINHA-RELAT.
           IF FEED-ENCONTRADO
               STRING "  CICLO=" WS-CICLO-PAG
                   " CONCLUIDO - GERACAO ENVIADA="
                   WS-FE-GERACAO (FE-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           ELSE
               MOVE 8 TO WS-NIVEL-ITEM
               PERFORM 9000-ELEVA-NIVEL THRU 9000-EXIT
               STRING "  CICLO=" WS-CICLO-PAG
                   " CONCLUIDO - SEM FEED NO REGISTRO GLFEEDS"
                   WS-MARCA
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-FEEDS - every original sent for the date and what the GL
      * shop said about it. Different figures, or an acknowledgment
      * beyond the original and its resends (a possible double
      * load), hold the desks; a feed not yet acknowledged needs
      * attention. A feed a RERUN superseded is listed only.
      *----------------------------------------------------------------
       3200-FEEDS.

           MOVE ZERO TO WS-QTD-FEEDS-PAG.
           MOVE ZERO TO WS-QTD-SEM-ACK.
           MOVE "FEEDS ENVIADOS AO RAZAO" TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           IF WS-QTD-FEEDS > ZERO
               PERFORM 3210-TESTA-FEED THRU 3210-EXIT
                   VARYING FE-IDX FROM 1 BY 1
                   UNTIL FE-IDX > WS-QTD-FEEDS
           END-IF.

           IF WS-QTD-FEEDS-PAG = ZERO
               MOVE "  NENHUM FEED ENVIADO NA DATA" TO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-QTD-FEEDS-PAG TO WS-QTD-ED.
           MOVE WS-QTD-SEM-ACK TO WS-QTD-ED-2.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  TOTAL FEEDS=" WS-QTD-ED
               " SEM ACK=" WS-QTD-ED-2
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3200-EXIT.
           EXIT.

       3210-TESTA-FEED.

           IF WS-FE-DATA (FE-IDX) (1:7) NOT = WS-DATA-PAGINA
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-QTD-FEEDS-PAG.

           MOVE ZERO TO WS-NIVEL-ITEM.
           IF WS-FE-SUBSTITUIDA (FE-IDX) = "S"
               MOVE "SUBSTITUIDO POR RERUN" TO WS-SITUACAO-FEED
           ELSE
               IF WS-FE-QTD-ACK (FE-IDX) = ZERO
                   ADD 1 TO WS-QTD-SEM-ACK
                   MOVE "SEM ACK" TO WS-SITUACAO-FEED
                   MOVE 4 TO WS-NIVEL-ITEM
               ELSE
                   IF WS-FE-QTD-ACK (FE-IDX)
                       > WS-FE-QTD-REENVIO (FE-IDX) + 1
                       MOVE "ACK EM DUPLICIDADE" TO WS-SITUACAO-FEED
                       MOVE 8 TO WS-NIVEL-ITEM
                   ELSE
                       IF WS-FE-DIVERGE (FE-IDX) = "S"
                           MOVE "ACK DIVERGENTE" TO WS-SITUACAO-FEED
                           MOVE 8 TO WS-NIVEL-ITEM
                       ELSE
                           MOVE "CONFIRMADO" TO WS-SITUACAO-FEED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-MARCA.
           IF WS-NIVEL-ITEM > ZERO
               PERFORM 9000-ELEVA-NIVEL THRU 9000-EXIT
           END-IF.

           MOVE WS-FE-CONTAGEM (FE-IDX) TO WS-QTD-ED.
           MOVE WS-FE-QTD-REENVIO (FE-IDX) TO WS-REENVIO-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  GERACAO=" WS-FE-GERACAO (FE-IDX)
               " CICLO=" WS-FE-CICLO (FE-IDX)
               " LINHAS=" WS-QTD-ED
               " REENVIOS=" WS-REENVIO-ED
               " " WS-SITUACAO-FEED
               WS-MARCA
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-REJEITOS - the open REJSUSP items rejected on or before
      * the date, aged against it in CBL0012's bands; anything past
      * the escalation age needs attention. An item whose date
      * cannot be read is the oldest on the ledger, as in CBL0012.
      *----------------------------------------------------------------
       3300-REJEITOS.

           MOVE ZERO TO WS-QTD-ABERTOS.
           MOVE ZERO TO WS-QTD-BANDA-1.
           MOVE ZERO TO WS-QTD-BANDA-2.
           MOVE ZERO TO WS-QTD-BANDA-3.
           MOVE ZERO TO WS-QTD-BANDA-4.
           MOVE ZERO TO WS-QTD-ESCALADOS.
           MOVE "REJEITOS EM ABERTO POR IDADE" TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSP-STATUS = "35"
               GO TO 3300-TOTAL
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ERRO - REJSUSP INDISPONIVEL - FILE STATUS = "
                   WS-SUSP-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 3300-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-SUSP.
           PERFORM 3310-AGE-SUSPENSO THRU 3310-EXIT
               UNTIL FIM-SUSPENSOS.
           CLOSE SUSPENSO-FILE.

       3300-TOTAL.
           MOVE WS-QTD-BANDA-1 TO WS-QTD-ED.
           MOVE WS-QTD-BANDA-2 TO WS-QTD-ED-2.
           MOVE WS-QTD-BANDA-3 TO WS-QTD-ED-3.
           MOVE WS-QTD-BANDA-4 TO WS-QTD-ED-4.
           MOVE WS-QTD-ABERTOS TO WS-QTD-ED-5.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  0-2 DIAS=" WS-QTD-ED
               " 3-7 DIAS=" WS-QTD-ED-2
               " 8-30 DIAS=" WS-QTD-ED-3
               " MAIS DE 30=" WS-QTD-ED-4
               " TOTAL ABERTOS=" WS-QTD-ED-5
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           MOVE SPACES TO WS-MARCA.
           IF WS-QTD-ESCALADOS > ZERO
               MOVE 4 TO WS-NIVEL-ITEM
               PERFORM 9000-ELEVA-NIVEL THRU 9000-EXIT
           END-IF.
           MOVE WS-QTD-ESCALADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  ACIMA DA IDADE DE ESCALADA=" WS-QTD-ED
               WS-MARCA
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3300-EXIT.
           EXIT.

       3310-AGE-SUSPENSO.

           READ SUSPENSO-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-SUSP
                   GO TO 3310-EXIT
           END-READ.

           IF SUSP-SITUACAO = "L"
               GO TO 3310-EXIT
           END-IF.

           IF SUSP-DATA (1:7) NUMERIC
               IF SUSP-DATA (1:7) > WS-DATA-PAGINA
                   GO TO 3310-EXIT
               END-IF
               MOVE SUSP-DATA (1:4) TO WS-ANO-TRAB
               MOVE SUSP-DATA (5:3) TO WS-DIA-TRAB
               COMPUTE WS-DIA-INDICE-REG = WS-ANO-TRAB * 365
                   + WS-DIA-TRAB
               COMPUTE WS-IDADE-REG = WS-DIA-INDICE-PAG
                   - WS-DIA-INDICE-REG
           ELSE
               MOVE 999 TO WS-IDADE-REG
           END-IF.
           IF WS-IDADE-REG < ZERO
               MOVE ZERO TO WS-IDADE-REG
           END-IF.

           ADD 1 TO WS-QTD-ABERTOS.
           IF WS-IDADE-REG NOT > 2
               ADD 1 TO WS-QTD-BANDA-1
           ELSE
               IF WS-IDADE-REG NOT > 7
                   ADD 1 TO WS-QTD-BANDA-2
               ELSE
                   IF WS-IDADE-REG NOT > 30
                       ADD 1 TO WS-QTD-BANDA-3
                   ELSE
                       ADD 1 TO WS-QTD-BANDA-4
                   END-IF
               END-IF
           END-IF.

           IF WS-IDADE-REG > WS-IDADE-ESCALA
               ADD 1 TO WS-QTD-ESCALADOS
           END-IF.

       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-DEVOLUCOES - the GLRETIN postings the GL shop bounced
      * out of the date's feeds. One CBL0010 can match is reversed
      * on REVOUT and waits for the next TRANSIN to post it; one
      * whose sequence lies outside its feed is refused by CBL0010
      * and waits on data control. A return naming a generation the
      * register never sent has no date and shows on every page.
      * Any of them needs attention.
      *----------------------------------------------------------------
       3400-DEVOLUCOES.

           MOVE ZERO TO WS-QTD-DEVOLVIDOS.
           MOVE ZERO TO WS-QTD-A-REVERTER.
           MOVE ZERO TO WS-QTD-RECUSADOS.
           MOVE ZERO TO WS-QTD-RET-SEM-FEED.
           MOVE "LANCAMENTOS DEVOLVIDOS AGUARDANDO REVERSAO"
               TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           OPEN INPUT RETORNO-FILE.
           IF WS-RET-STATUS = "35"
               GO TO 3400-TOTAL
           END-IF.
           IF WS-RET-STATUS NOT = "00"
               DISPLAY "ERRO - GLRETIN INDISPONIVEL - FILE STATUS = "
                   WS-RET-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 3400-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-RET.
           PERFORM 3410-CLASSIFICA-RETORNO THRU 3410-EXIT
               UNTIL FIM-RETORNOS.
           CLOSE RETORNO-FILE.

       3400-TOTAL.
           MOVE SPACES TO WS-MARCA.
           IF WS-QTD-DEVOLVIDOS > ZERO
               OR WS-QTD-RET-SEM-FEED > ZERO
               MOVE 4 TO WS-NIVEL-ITEM
               PERFORM 9000-ELEVA-NIVEL THRU 9000-EXIT
           END-IF.

           MOVE WS-QTD-DEVOLVIDOS TO WS-QTD-ED.
           MOVE WS-QTD-A-REVERTER TO WS-QTD-ED-2.
           MOVE WS-QTD-RECUSADOS  TO WS-QTD-ED-3.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  DEVOLVIDOS=" WS-QTD-ED
               " REVERSAO EM REVOUT=" WS-QTD-ED-2
               " RECUSADOS PELO CBL0010=" WS-QTD-ED-3
               WS-MARCA
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           IF WS-QTD-RET-SEM-FEED > ZERO
               MOVE WS-QTD-RET-SEM-FEED TO WS-QTD-ED
               MOVE SPACES TO WS-LINHA-RELAT
               STRING "  DEVOLVIDOS DE GERACAO NUNCA ENVIADA="
                   WS-QTD-ED WS-MARCA
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
           END-IF.

       3400-EXIT.
           EXIT.

       3410-CLASSIFICA-RETORNO.

           READ RETORNO-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-RET
                   GO TO 3410-EXIT
           END-READ.

           MOVE "N" TO WS-SW-ACHOU-FEED.
           SET FE-IDX TO 1.
           SEARCH WS-FEED-ENT
               AT END CONTINUE
               WHEN FE-IDX > WS-QTD-FEEDS
                   CONTINUE
               WHEN WS-FE-GERACAO (FE-IDX) = RET-GERACAO
                   SET FEED-ENCONTRADO TO TRUE
           END-SEARCH.

           IF NOT FEED-ENCONTRADO
               ADD 1 TO WS-QTD-RET-SEM-FEED
               GO TO 3410-EXIT
           END-IF.
           IF WS-FE-DATA (FE-IDX) (1:7) NOT = WS-DATA-PAGINA
               GO TO 3410-EXIT
           END-IF.

           ADD 1 TO WS-QTD-DEVOLVIDOS.
           IF RET-SEQUENCIA NOT NUMERIC
               OR RET-SEQUENCIA = ZERO
               OR RET-SEQUENCIA > WS-FE-CONTAGEM (FE-IDX)
               ADD 1 TO WS-QTD-RECUSADOS
           ELSE
               ADD 1 TO WS-QTD-A-REVERTER
           END-IF.

       3410-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-PARECER-PAGINA - the date's verdict, and the worst so
      * far over all pages.
      *----------------------------------------------------------------
       3900-PARECER-PAGINA.

           IF WS-NIVEL-PAGINA > WS-NIVEL-GERAL
               MOVE WS-NIVEL-PAGINA TO WS-NIVEL-GERAL
           END-IF.

           MOVE WS-NIVEL-PAGINA TO WS-NIVEL-ITEM.
           PERFORM 9100-NOMEIA-PARECER THRU 9100-EXIT.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "PARECER DA DATA " WS-DATA-PAGINA " = " WS-PARECER
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-RELATORIO - the overall verdict the scheduler
      * acts on; RETURN-CODE is set from the same level at GOBACK.
      *----------------------------------------------------------------
       5000-ENCERRA-RELATORIO.

           IF WS-QTD-PAGINAS = ZERO
               DISPLAY "ERRO - PARMSTA SEM DATA A REPORTAR"
               SET ABORTAR-JOB TO TRUE
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-NIVEL-GERAL TO WS-NIVEL-ITEM.
           PERFORM 9100-NOMEIA-PARECER THRU 9100-EXIT.
           MOVE SPACES TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           MOVE WS-QTD-PAGINAS TO WS-QTD-ED.
           STRING "PARECER GERAL = " WS-PARECER
               " DATAS AVALIADAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the parameter file and the report;
      * every data file was closed where it was read.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           CLOSE PARAMETRO-FILE.
           CLOSE RELATORIO-FILE.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-ELEVA-NIVEL - raise the page's level to WS-NIVEL-ITEM
      * and set WS-MARCA to the flag printed on the offending line.
      *----------------------------------------------------------------
       9000-ELEVA-NIVEL.

           IF WS-NIVEL-ITEM > WS-NIVEL-PAGINA
               MOVE WS-NIVEL-ITEM TO WS-NIVEL-PAGINA
           END-IF.

           PERFORM 9100-NOMEIA-PARECER THRU 9100-EXIT.
           MOVE SPACES TO WS-MARCA.
           STRING " ** " DELIMITED BY SIZE
               WS-PARECER DELIMITED BY SPACE
               INTO WS-MARCA.

       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-NOMEIA-PARECER - the verdict word for WS-NIVEL-ITEM.
      *----------------------------------------------------------------
       9100-NOMEIA-PARECER.

           IF WS-NIVEL-ITEM = ZERO
               MOVE "GO" TO WS-PARECER
           ELSE
               IF WS-NIVEL-ITEM < 8
                   MOVE "ATTENTION" TO WS-PARECER
               ELSE
                   MOVE "HOLD" TO WS-PARECER
               END-IF
           END-IF.

       9100-EXIT.
           EXIT.
