      *                    cleared with today's date, so the CBL0012
      *                    aging report only chases what is genuinely
      *                    still sitting with data control.
      *   2026-10-15 MNT  Layout version 3 (value-dated detail) is
      *                    recognized: a repaired record only merges
      *                    into a file of exactly its own version, and
      *                    a version-3 repair must carry a readable
      *                    value date or CBL0002 would reject it DTV.
      *   2026-10-15 MNT  A repair keyed to a closed account that
      *                    CBL0005 linked to a successor on CTASUC is
      *                    screened on the successor's policy, as
      *                    CBL0002 now posts it there, and merges
      *                    instead of being refused as closed. The
      *                    record image keeps the code as keyed so
      *                    CBL0002 still files it on AUDITLOG; the
      *                    listing names both codes.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUCESSAO-FILE ASSIGN TO CTASUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUC-CONTA
               FILE STATUS IS WS-SUC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  RD2-CONTA               PIC X(05).
           05  RD2-OVERRIDE            PIC X(01).
           05  FILLER                  PIC X(137).
       01  REJ-RECORD-DETALHE-V3 REDEFINES REJ-RECORD.
           05  FILLER                  PIC X(14).
           05  FILLER                  PIC X(27).
           05  RD3-DATA-VALOR          PIC X(07).
           05  FILLER                  PIC X(130).
      *----------------------------------------------------------------
      * MESTRE-FILE - the CONTAMST account master, read-only here; the
      * layout must stay in step with MST-RECORD in CBL0002/CBL0005.
           05  SUSP-MOTIVO             PIC X(03).
           05  SUSP-SITUACAO           PIC X(01).
           05  SUSP-DATA-BAIXA         PIC X(10).
      *----------------------------------------------------------------
      * SUCESSAO-FILE - the CTASUC account succession file CBL0005
      * maintains, read-only and optional here exactly as in CBL0002;
      * the layout must stay in step with SUC-RECORD in CBL0005.
      *----------------------------------------------------------------
       FD  SUCESSAO-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUC-RECORD.
           05  SUC-CONTA               PIC X(05).
           05  SUC-SUCESSORA           PIC X(05).
           05  SUC-DATA                PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-REJ-STATUS      PIC X(02) VALUE "00".
       77 WS-MERGE-STATUS    PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".
       77 WS-SUSP-STATUS     PIC X(02) VALUE "00".
       77 WS-SUC-STATUS      PIC X(02) VALUE "00".

       77 WS-DATA-HOJE       PIC X(10) VALUE SPACES.

       77 WS-QTD-MERGIDOS    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RECUSADOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-BAIXADOS    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REDIRECIONADOS PIC 9(09) COMP VALUE ZERO.
       77 WS-SOMA-AJUSTE     PIC S9(11)V99 COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-AJUSTE-ED       PIC -Z(10)9.99 VALUE ZEROS.

      * Layout version of the incoming file's leading batch, from
      * TR-VERSAO on its control record; anything but "2" or "3" is
      * "1". Repaired records of another version are refused - they
      * belong to a converted (or not yet converted) department's own
      * file. Version 3 is version 2 plus the value date.
       77 WS-VERSAO-ARQUIVO  PIC X(01) VALUE "1".
           88 ARQUIVO-DECIMAL        VALUE "2" "3".
           88 ARQUIVO-AGENDADO       VALUE "3".
       77 WS-VERSAO-REJEITO  PIC X(01) VALUE "1".

       77 WS-SW-FIM-REJEITO  PIC X(01) VALUE "N".
           88 FIM-REJEITO            VALUE "S".
       77 WS-SW-SEM-LEDGER   PIC X(01) VALUE "N".
           88 LEDGER-AUSENTE         VALUE "S".

      * The repair's keyed code when 3250 found it closed and linked
      * to a successor (spaces otherwise), the successor the policy
      * screen ran against, and the hop guard on the walk along the
      * links, as in 3062-RESOLVE-SUCESSORA in CBL0002. With no
      * CTASUC there is no succession and closed accounts refuse.
       77 WS-CONTA-ORIGEM    PIC X(05) VALUE SPACES.
       77 WS-CONTA-SUCESSAO  PIC X(05) VALUE SPACES.
       77 WS-QTD-SALTOS      PIC 9(04) COMP VALUE ZERO.
       77 WS-MAX-SALTOS      PIC 9(04) COMP VALUE 10.
       77 WS-SW-SEM-SUCESSAO PIC X(01) VALUE "N".
           88 CTASUC-AUSENTE         VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
               END-IF
           END-IF.

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

           ACCEPT WS-DATA-HOJE FROM DAY YYYYDDD.

           MOVE "LISTAGEM DE REAPRESENTACAO DE REJEITADOS"
               GO TO 2000-EXIT
           END-IF.

           IF TR-VERSAO = "2" OR TR-VERSAO = "3"
               MOVE TR-VERSAO TO WS-VERSAO-ARQUIVO
           ELSE
               MOVE "1" TO WS-VERSAO-ARQUIVO
           END-IF.

      * A record rejected out of a version-1 batch cannot ride into a
      * version-2 file or the other way round - every operand after
      * the merge would be read under the wrong layout. Versions 2
      * and 3 do not mix either: a version-2 image has no value date
      * for a version-3 batch to read.
           IF REJ-VERSAO = "2" OR REJ-VERSAO = "3"
               MOVE REJ-VERSAO TO WS-VERSAO-REJEITO
           ELSE
               MOVE "1" TO WS-VERSAO-REJEITO
           END-IF.
           IF WS-VERSAO-REJEITO NOT = WS-VERSAO-ARQUIVO
               PERFORM 3200-RECUSA-REJEITO THRU 3200-EXIT
               GO TO 3000-LER
           END-IF.
                   PERFORM 3200-RECUSA-REJEITO THRU 3200-EXIT
                   GO TO 3000-LER
           END-READ.
           PERFORM 3250-RESOLVE-SUCESSORA THRU 3250-EXIT.

      * A record carrying the override byte skips the policy screen,
      * mirroring 3060-CONSULTA-MESTRE in CBL0002 - merging it only
               GO TO 3000-LER
           END-IF.

      * The same value-date screen 3050-VALIDA-V2 applies in CBL0002.
      * A repaired date still in the future is fine - CBL0002 holds
      * it, and its sum still counts toward the adjusted trailer.
           IF ARQUIVO-AGENDADO
               IF RD3-DATA-VALOR NOT NUMERIC
                   OR RD3-DATA-VALOR (5:3) = "000"
                   OR RD3-DATA-VALOR (5:3) > "366"
                   PERFORM 3200-RECUSA-REJEITO THRU 3200-EXIT
                   GO TO 3000-LER
               END-IF
           END-IF.

           MOVE RD2-CONTA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   PERFORM 3200-RECUSA-REJEITO THRU 3200-EXIT
                   GO TO 3000-LER
           END-READ.
           PERFORM 3250-RESOLVE-SUCESSORA THRU 3250-EXIT.

           MOVE RD2-N01 TO WS-VALOR-1.
           MOVE RD2-N02 TO WS-VALOR-2.
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

           IF WS-CONTA-ORIGEM NOT = SPACES
               ADD 1 TO WS-QTD-REDIRECIONADOS
               MOVE SPACES TO WS-LINHA-LISTAGEM
               STRING "         CONTA=" WS-CONTA-ORIGEM
                   " ENCERRADA - POSTA NA SUCESSORA="
                   WS-CONTA-SUCESSAO
                   DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM
               WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM
           END-IF.

           PERFORM 3400-BAIXA-SUSPENSO THRU 3400-EXIT.

       3000-LER.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-RESOLVE-SUCESSORA - the walk 3062-RESOLVE-SUCESSORA makes
      * in CBL0002, run against the master record just read: a closed
      * account is followed along its CTASUC links to the first
      * account that is not closed, leaving that account's record in
      * MST-RECORD for the policy screen, the keyed code in
      * WS-CONTA-ORIGEM and the successor in WS-CONTA-SUCESSAO. The
      * record image is not touched - CBL0002 redirects it again at
      * posting and files the keyed code on AUDITLOG. When the walk
      * fails the keyed account's record is read back and the screen
      * refuses it as closed.
      *----------------------------------------------------------------
       3250-RESOLVE-SUCESSORA.

           MOVE SPACES TO WS-CONTA-ORIGEM.
           IF MST-SITUACAO NOT = "E" OR CTASUC-AUSENTE
               GO TO 3250-EXIT
           END-IF.

           MOVE MST-CONTA TO WS-CONTA-ORIGEM.
           MOVE MST-CONTA TO WS-CONTA-SUCESSAO.
           MOVE ZERO TO WS-QTD-SALTOS.

       3250-PROXIMO.
           MOVE WS-CONTA-SUCESSAO TO SUC-CONTA.
           READ SUCESSAO-FILE
               INVALID KEY
                   GO TO 3250-FALHA
           END-READ.

           MOVE SUC-SUCESSORA TO WS-CONTA-SUCESSAO.
           MOVE SUC-SUCESSORA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   GO TO 3250-FALHA
           END-READ.

           ADD 1 TO WS-QTD-SALTOS.
           IF MST-SITUACAO = "E"
               IF WS-QTD-SALTOS < WS-MAX-SALTOS
                   GO TO 3250-PROXIMO
               END-IF
               GO TO 3250-FALHA
           END-IF.
           GO TO 3250-EXIT.

       3250-FALHA.
           MOVE WS-CONTA-ORIGEM TO MST-CONTA.
           MOVE SPACES TO WS-CONTA-ORIGEM.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-VERIFICA-POLITICA - the per-account policy checks
      * 3060-CONSULTA-MESTRE applies in CBL0002, run against the
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-REDIRECIONADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL MERGIDOS PARA SUCESSORA=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           IF LEDGER-AUSENTE AND WS-QTD-MERGIDOS > ZERO
               MOVE "AVISO - REJSUSP AUSENTE - NENHUMA BAIXA FEITA"
                   TO WS-LINHA-LISTAGEM
           IF NOT LEDGER-AUSENTE
               CLOSE SUSPENSO-FILE
           END-IF.
           IF NOT CTASUC-AUSENTE
               CLOSE SUCESSAO-FILE
           END-IF.

       8000-EXIT.
           EXIT.
