      *                    validate them, and a new "S" action
      *                    suspends an account in place without
      *                    deleting it, keeping its history intact.
      *   2026-10-15 MNT  Every movement applied now also lands on
      *                    the permanent MSTHIST change history shared
      *                    with CBL0008: the action, the CALFILE
      *                    business date it takes effect on, the run
      *                    that applied it and the full MST-RECORD
      *                    before and after, so CBL0017 can say how an
      *                    account stood on any past date. Change and
      *                    delete now read the record first to keep
      *                    its before image. An abort sets RC 16.
      *   2026-10-15 MNT  Account code succession: an add or change
      *                    that closes an account ("E") may name a
      *                    successor account in the new MOV-SUCESSORA
      *                    field at the end of the movement record.
      *                    The link goes to the new CTASUC file that
      *                    CBL0002, CBL0004 and CBL0010 follow to
      *                    redirect traffic on the retired code and
      *                    CBL0009 follows to combine statements. A
      *                    successor must be on the master, not closed
      *                    and not the account itself; reopening,
      *                    suspending or deleting the account drops
      *                    its link, and an account still named as a
      *                    successor cannot be deleted, nor closed
      *                    without a successor of its own. Every link
      *                    set or dropped lands on MSTHIST as "S".
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LISTAGEM-FILE ASSIGN TO MNTLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO MSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT SUCESSAO-FILE ASSIGN TO CTASUC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CONTA
               FILE STATUS IS WS-SUC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * ignored on a delete and a suspend. A blank situation on an
      * add or change defaults to active; non-numeric limits default
      * to the operand fields' full range, i.e. no per-account limit.
      * MOV-SUCESSORA, added at the end of the record so older
      * movement files read it as blank, names the account that takes
      * over a closed account's traffic; it is only honoured on an
      * add or change whose situation is "E".
      *----------------------------------------------------------------
       FD  MOVIMENTO-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MOV-RECORD.
           05  MOV-ACAO                PIC X(01).
           05  MOV-CONTA               PIC X(05).
                                        SIGN LEADING SEPARATE.
           05  MOV-LIMITE-MAX          PIC S9(07)V99
                                        SIGN LEADING SEPARATE.
           05  MOV-SUCESSORA           PIC X(05).
      *----------------------------------------------------------------
      * MESTRE-FILE - the CONTAMST master; the layout must stay in
      * step with MST-RECORD in CBL0002.
       FD  LISTAGEM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-RECORD            PIC X(132).
      *----------------------------------------------------------------
      * CALENDARIO-FILE - the processing calendar; the layout must
      * stay in step with CAL-REGISTRO in CBL0002. A movement takes
      * effect on the business date today's system date maps to.
      *----------------------------------------------------------------
       FD  CALENDARIO-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  CAL-REGISTRO.
           05  CAL-DATA-SISTEMA        PIC 9(07).
           05  CAL-DATA-NEGOCIO        PIC 9(07).
      *----------------------------------------------------------------
      * HISTORICO-FILE - the MSTHIST permanent change history of both
      * masters, one entry per movement applied and never pruned.
      * HST-TIPO is "C" for a CONTAMST account (HST-CODIGO carries
      * the account code, left-justified) and "O" for an OPERMST
      * operator (HST-CODIGO carries the name). HST-DATA is the
      * business date the change took effect on (AAAADDD in 1:7);
      * HST-EXEC-DATA/HST-EXEC-HORA stamp the maintenance run with
      * its system date and start time, and HST-SEQUENCIA numbers
      * the movement within the run, so the key runs in the order
      * the changes were made. HST-ANTES is spaces on an add and
      * HST-DEPOIS spaces on a delete. HST-TIPO "S" records a CTASUC
      * succession link set or dropped for the account in HST-CODIGO,
      * with the SUC-RECORD images (spaces where there was no link)
      * in the first 20 bytes of HST-ANTES/HST-DEPOIS; CBL0017 only
      * inquires on "C" and "O". The layout must stay in step with
      * HST-RECORD in CBL0008 and CBL0017.
      *----------------------------------------------------------------
       FD  HISTORICO-FILE
           RECORD CONTAINS 204 CHARACTERS.
       01  HST-RECORD.
           05  HST-CHAVE.
               10  HST-TIPO            PIC X(01).
               10  HST-CODIGO          PIC X(36).
               10  HST-DATA            PIC X(10).
               10  HST-EXEC-DATA       PIC 9(07).
               10  HST-EXEC-HORA       PIC X(08).
               10  HST-SEQUENCIA       PIC 9(05).
           05  HST-ACAO                PIC X(01).
           05  HST-PROGRAMA            PIC X(08).
           05  HST-ANTES               PIC X(64).
           05  HST-DEPOIS              PIC X(64).
      *----------------------------------------------------------------
      * SUCESSAO-FILE - the CTASUC account succession file, one record
      * per closed account whose traffic moves to another: the retired
      * code, its successor and the business date the link took
      * effect (AAAADDD in 1:7). A successor is live when it is named,
      * and one closed later must name its own successor, so following
      * the links always ends on a live account and never loops. The
      * layout must stay in step with SUC-RECORD in
      * CBL0002, CBL0004, CBL0009 and CBL0010.
      *----------------------------------------------------------------
       FD  SUCESSAO-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SUC-RECORD.
           05  SUC-CONTA               PIC X(05).
           05  SUC-SUCESSORA           PIC X(05).
           05  SUC-DATA                PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-MOV-STATUS      PIC X(02) VALUE "00".
       77 WS-MST-STATUS      PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".
       77 WS-CAL-STATUS      PIC X(02) VALUE "00".
       77 WS-HST-STATUS      PIC X(02) VALUE "00".
       77 WS-SUC-STATUS      PIC X(02) VALUE "00".

       77 WS-LINHA-LISTAGEM  PIC X(132) VALUE SPACES.

       77 WS-LIMITE-MIN-MOV  PIC S9(07)V99 VALUE ZEROS.
       77 WS-LIMITE-MAX-MOV  PIC S9(07)V99 VALUE ZEROS.

      * Business date the run's changes take effect on, the run's
      * own stamp and the movement sequence for the MSTHIST key, and
      * the master record as it stood before the movement touched it.
       77 WS-DATA            PIC X(10) VALUE SPACES.
       77 WS-DATA-SISTEMA    PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC X(08) VALUE SPACES.
       77 WS-SEQ-HISTORICO   PIC 9(05) VALUE ZEROS.
       77 WS-IMAGEM-ANTES    PIC X(64) VALUE SPACES.

      * The succession link as it stood before and after the movement,
      * for the type "S" history entry, and the successor the
      * movement names once 2160 has validated it (spaces for none).
       77 WS-SUC-ANTES       PIC X(20) VALUE SPACES.
       77 WS-SUC-DEPOIS      PIC X(20) VALUE SPACES.
       77 WS-SUCESSORA-MOV   PIC X(05) VALUE SPACES.

       77 WS-SW-FIM-SUC      PIC X(01) VALUE "N".
           88 FIM-SUCESSAO           VALUE "S".
       77 WS-SW-SUCEDIDA     PIC X(01) VALUE "N".
           88 CONTA-E-SUCESSORA      VALUE "S".

       77 WS-SW-FIM-CAL      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO         VALUE "S".
       77 WS-SW-ACHOU-CAL    PIC X(01) VALUE "N".
           88 DATA-NO-CALENDARIO     VALUE "S".

       77 WS-SW-POLITICA-OK  PIC X(01) VALUE "S".
           88 POLITICA-VALIDA        VALUE "S".

       77 WS-QTD-EXCLUIDOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SUSPENSOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RECUSADOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SUC-GRAVADAS PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-SUC-REMOVIDAS PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.

       77 WS-SW-FIM-MOV      PIC X(01) VALUE "N".

           PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
           PERFORM 2000-APLICA-MOVIMENTO THRU 2000-EXIT
               UNTIL FIM-MOVIMENTOS OR ABORTAR-JOB.

           PERFORM 5000-ENCERRA-LISTAGEM THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * no CONTAMST exists yet, falls back to creating it empty with
      * OPEN OUTPUT / CLOSE and then re-opening I-O, the same
      * 35-fallback pattern the batch job uses on its own files.
      * The business date comes from CALFILE first, and the MSTHIST
      * history and the CTASUC succession file are opened the same way
      * as the master.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           ACCEPT WS-HORA-INICIO FROM TIME.
           ACCEPT WS-DATA-SISTEMA FROM DAY YYYYDDD.
           PERFORM 1200-CONSULTA-CALENDARIO THRU 1200-EXIT.
           IF ABORTAR-JOB
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "ERRO - MNTIN INDISPONIVEL - FILE STATUS = "
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O HISTORICO-FILE.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE HISTORICO-FILE
               OPEN I-O HISTORICO-FILE
           END-IF.

           IF WS-HST-STATUS NOT = "00"
               DISPLAY "ERRO - MSTHIST INDISPONIVEL - FILE STATUS = "
                   WS-HST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O SUCESSAO-FILE.
           IF WS-SUC-STATUS = "35"
               OPEN OUTPUT SUCESSAO-FILE
               CLOSE SUCESSAO-FILE
               OPEN I-O SUCESSAO-FILE
           END-IF.

           IF WS-SUC-STATUS NOT = "00"
               DISPLAY "ERRO - CTASUC INDISPONIVEL - FILE STATUS = "
                   WS-SUC-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "LISTAGEM DE MANUTENCAO DO MESTRE DE CONTAS"
               " - DATA EFETIVA=" WS-DATA
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CONSULTA-CALENDARIO - take the business date today's
      * system date maps to on CALFILE, exactly as CBL0002 does; a
      * system date missing from the calendar refuses to start, since
      * the history would otherwise carry a guessed effective date.
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
      * 2000-APLICA-MOVIMENTO - dispatch one movement on its action
      * code; anything not A, C, D or S is refused to the listing.
               MOVE "LIMITE MINIMO ACIMA DO MAXIMO"
                   TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-POLITICA-OK
               GO TO 2150-EXIT
           END-IF.

           PERFORM 2160-VALIDA-SUCESSORA THRU 2160-EXIT.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2160-VALIDA-SUCESSORA - the successor rules for an add or
      * change, leaving the validated successor in WS-SUCESSORA-MOV.
      * Only a closing account may name one, never itself, and only
      * an account on the master that is not closed. An account other
      * accounts still forward to may close only by naming its own
      * successor, or their traffic would have nowhere to go. Runs
      * before the caller fills MST-RECORD, so the lookup is free to
      * use the record area.
      *----------------------------------------------------------------
       2160-VALIDA-SUCESSORA.

           MOVE SPACES TO WS-SUCESSORA-MOV.

           IF WS-SITUACAO-MOV NOT = "E"
               IF MOV-SUCESSORA NOT = SPACES
                   MOVE "SUCESSORA SO EM CONTA ENCERRADA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-SW-POLITICA-OK
               END-IF
               GO TO 2160-EXIT
           END-IF.

           IF MOV-SUCESSORA = SPACES
               PERFORM 2170-VERIFICA-SUCEDIDA THRU 2170-EXIT
               IF CONTA-E-SUCESSORA
                   MOVE "ENCERRAMENTO - CONTA E SUCESSORA DE OUTRA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-SW-POLITICA-OK
               END-IF
               GO TO 2160-EXIT
           END-IF.

           IF MOV-SUCESSORA = MOV-CONTA
               MOVE "SUCESSORA IGUAL A PROPRIA CONTA"
                   TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-POLITICA-OK
               GO TO 2160-EXIT
           END-IF.

           MOVE MOV-SUCESSORA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   MOVE "SUCESSORA NAO CADASTRADA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-SW-POLITICA-OK
                   GO TO 2160-EXIT
           END-READ.
           IF MST-SITUACAO = "E"
               MOVE "SUCESSORA ENCERRADA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-POLITICA-OK
               GO TO 2160-EXIT
           END-IF.

           MOVE MOV-SUCESSORA TO WS-SUCESSORA-MOV.

       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2170-VERIFICA-SUCEDIDA - scan CTASUC for a link naming the
      * movement's account as successor; the file holds one record
      * per retired account, so a full pass is cheap.
      *----------------------------------------------------------------
       2170-VERIFICA-SUCEDIDA.

           MOVE "N" TO WS-SW-SUCEDIDA.
           MOVE "N" TO WS-SW-FIM-SUC.
           MOVE LOW-VALUES TO SUC-CONTA.
           START SUCESSAO-FILE KEY NOT < SUC-CONTA
               INVALID KEY
                   GO TO 2170-EXIT
           END-START.

           PERFORM 2175-LER-SUCESSAO THRU 2175-EXIT
               UNTIL FIM-SUCESSAO OR CONTA-E-SUCESSORA.

       2170-EXIT.
           EXIT.

       2175-LER-SUCESSAO.

           READ SUCESSAO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-SUC
                   GO TO 2175-EXIT
           END-READ.

           IF SUC-SUCESSORA = MOV-CONTA
               SET CONTA-E-SUCESSORA TO TRUE
           END-IF.

       2175-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-INCLUI-CONTA - add a new account; a key already on the
      * master is refused rather than silently overwritten.
           END-WRITE.

           ADD 1 TO WS-QTD-INCLUIDOS.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.
           PERFORM 2800-ATUALIZA-SUCESSAO THRU 2800-EXIT.

       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * 2300-ALTERA-CONTA - change an existing account's description,
      * GL account number and policy fields; a key not on the master
      * is refused. The record is read first for its before image.
      *----------------------------------------------------------------
       2300-ALTERA-CONTA.

               GO TO 2300-EXIT
           END-IF.

           MOVE MOV-CONTA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   MOVE "ALTERACAO - CONTA NAO CADASTRADA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-READ.
           MOVE MST-RECORD TO WS-IMAGEM-ANTES.

           MOVE MOV-CONTA         TO MST-CONTA.
           MOVE MOV-DESCRICAO     TO MST-DESCRICAO.
           MOVE MOV-CONTA-RAZAO   TO MST-CONTA-RAZAO.
           END-REWRITE.

           ADD 1 TO WS-QTD-ALTERADOS.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.
           PERFORM 2800-ATUALIZA-SUCESSAO THRU 2800-EXIT.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-EXCLUI-CONTA - delete an account; a key not on the master
      * is refused. The record is read first for its before image.
      * An account other accounts still forward to is refused too -
      * close it naming a successor first - and a deleted account's
      * own link goes with it.
      *----------------------------------------------------------------
       2400-EXCLUI-CONTA.

           MOVE MOV-CONTA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   MOVE "EXCLUSAO - CONTA NAO CADASTRADA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2400-EXIT
           END-READ.
           MOVE MST-RECORD TO WS-IMAGEM-ANTES.

           PERFORM 2170-VERIFICA-SUCEDIDA THRU 2170-EXIT.
           IF CONTA-E-SUCESSORA
               MOVE "EXCLUSAO - CONTA E SUCESSORA DE OUTRA"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO WS-SUCESSORA-MOV.

           DELETE MESTRE-FILE
               INVALID KEY
                   MOVE "EXCLUSAO - CONTA NAO CADASTRADA"
           END-DELETE.

           ADD 1 TO WS-QTD-EXCLUIDOS.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.
           PERFORM 2800-ATUALIZA-SUCESSAO THRU 2800-EXIT.

       2400-EXIT.
           EXIT.
      * record is read, only its situation byte changes, and it is
      * rewritten - description, GL account and limits stay, so the
      * account's history survives the suspension. A key not on the
      * master is refused. A closed account suspended this way is no
      * longer closed, so any succession link it had is dropped.
      *----------------------------------------------------------------
       2450-SUSPENDE-CONTA.

                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2450-EXIT
           END-READ.
           MOVE MST-RECORD TO WS-IMAGEM-ANTES.

           MOVE "S" TO MST-SITUACAO.
           REWRITE MST-RECORD
           END-REWRITE.

           ADD 1 TO WS-QTD-SUSPENSOS.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.
           MOVE SPACES TO WS-SUCESSORA-MOV.
           PERFORM 2800-ATUALIZA-SUCESSAO THRU 2800-EXIT.

       2450-EXIT.
           EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-GRAVA-HISTORICO - write the applied movement to MSTHIST:
      * the caller leaves the before image in WS-IMAGEM-ANTES and the
      * after image in MST-RECORD; a delete has no after image.
      * The master is already updated, so a history that cannot be
      * written stops the run rather than let changes go unrecorded.
      *----------------------------------------------------------------
       2700-GRAVA-HISTORICO.

           ADD 1 TO WS-SEQ-HISTORICO.
           MOVE SPACES           TO HST-RECORD.
           MOVE "C"              TO HST-TIPO.
           MOVE MOV-CONTA        TO HST-CODIGO.
           MOVE WS-DATA          TO HST-DATA.
           MOVE WS-DATA-SISTEMA  TO HST-EXEC-DATA.
           MOVE WS-HORA-INICIO   TO HST-EXEC-HORA.
           MOVE WS-SEQ-HISTORICO TO HST-SEQUENCIA.
           MOVE MOV-ACAO         TO HST-ACAO.
           MOVE "CBL0005"        TO HST-PROGRAMA.
           MOVE WS-IMAGEM-ANTES  TO HST-ANTES.
           IF MOV-ACAO NOT = "D"
               MOVE MST-RECORD   TO HST-DEPOIS
           END-IF.
           WRITE HST-RECORD
               INVALID KEY
                   DISPLAY "ERRO - GRAVACAO MSTHIST - FILE STATUS = "
                       WS-HST-STATUS " CONTA=" MOV-CONTA
                   SET ABORTAR-JOB TO TRUE
           END-WRITE.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-GRAVA-HIST-SUCESSAO - the type "S" MSTHIST entry for a
      * succession link set or dropped; the caller leaves the link's
      * images in WS-SUC-ANTES/WS-SUC-DEPOIS. It shares the run's
      * movement sequence, so it keys just after the account change
      * that caused it.
      *----------------------------------------------------------------
       2750-GRAVA-HIST-SUCESSAO.

           ADD 1 TO WS-SEQ-HISTORICO.
           MOVE SPACES           TO HST-RECORD.
           MOVE "S"              TO HST-TIPO.
           MOVE MOV-CONTA        TO HST-CODIGO.
           MOVE WS-DATA          TO HST-DATA.
           MOVE WS-DATA-SISTEMA  TO HST-EXEC-DATA.
           MOVE WS-HORA-INICIO   TO HST-EXEC-HORA.
           MOVE WS-SEQ-HISTORICO TO HST-SEQUENCIA.
           MOVE MOV-ACAO         TO HST-ACAO.
           MOVE "CBL0005"        TO HST-PROGRAMA.
           MOVE WS-SUC-ANTES     TO HST-ANTES.
           MOVE WS-SUC-DEPOIS    TO HST-DEPOIS.
           WRITE HST-RECORD
               INVALID KEY
                   DISPLAY "ERRO - GRAVACAO MSTHIST - FILE STATUS = "
                       WS-HST-STATUS " CONTA=" MOV-CONTA
                   SET ABORTAR-JOB TO TRUE
           END-WRITE.

       2750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-ATUALIZA-SUCESSAO - bring the account's CTASUC link into
      * line with the movement just applied: the caller leaves the
      * validated successor in WS-SUCESSORA-MOV, spaces meaning the
      * account must have no link. A link already naming the same
      * successor is left alone so it keeps its original effective
      * date. Every link written or dropped is listed and recorded on
      * MSTHIST; like the history, a CTASUC update that fails stops
      * the run rather than leave the master and its links apart.
      *----------------------------------------------------------------
       2800-ATUALIZA-SUCESSAO.

           IF ABORTAR-JOB
               GO TO 2800-EXIT
           END-IF.

           MOVE MOV-CONTA TO SUC-CONTA.
           READ SUCESSAO-FILE
               INVALID KEY
                   MOVE SPACES TO WS-SUC-ANTES
               NOT INVALID KEY
                   MOVE SUC-RECORD TO WS-SUC-ANTES
           END-READ.

           IF WS-SUCESSORA-MOV = SPACES
               IF WS-SUC-ANTES = SPACES
                   GO TO 2800-EXIT
               END-IF
               DELETE SUCESSAO-FILE
                   INVALID KEY
                       DISPLAY "ERRO - EXCLUSAO CTASUC - STATUS="
                           WS-SUC-STATUS " CONTA=" MOV-CONTA
                       SET ABORTAR-JOB TO TRUE
                       GO TO 2800-EXIT
               END-DELETE
               MOVE SPACES TO WS-SUC-DEPOIS
               ADD 1 TO WS-QTD-SUC-REMOVIDAS
               MOVE SPACES TO WS-LINHA-LISTAGEM
               STRING "SUCESSAO REMOVIDA CONTA=" MOV-CONTA
                   " SUCESSORA ANTERIOR=" WS-SUC-ANTES (6:5)
                   DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM
               WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM
               PERFORM 2750-GRAVA-HIST-SUCESSAO THRU 2750-EXIT
               GO TO 2800-EXIT
           END-IF.

           IF WS-SUC-ANTES NOT = SPACES
               AND SUC-SUCESSORA = WS-SUCESSORA-MOV
               GO TO 2800-EXIT
           END-IF.

           MOVE MOV-CONTA        TO SUC-CONTA.
           MOVE WS-SUCESSORA-MOV TO SUC-SUCESSORA.
           MOVE WS-DATA          TO SUC-DATA.
           IF WS-SUC-ANTES = SPACES
               WRITE SUC-RECORD
                   INVALID KEY
                       DISPLAY "ERRO - GRAVACAO CTASUC - STATUS="
                           WS-SUC-STATUS " CONTA=" MOV-CONTA
                       SET ABORTAR-JOB TO TRUE
                       GO TO 2800-EXIT
               END-WRITE
           ELSE
               REWRITE SUC-RECORD
                   INVALID KEY
                       DISPLAY "ERRO - GRAVACAO CTASUC - STATUS="
                           WS-SUC-STATUS " CONTA=" MOV-CONTA
                       SET ABORTAR-JOB TO TRUE
                       GO TO 2800-EXIT
               END-REWRITE
           END-IF.
           MOVE SUC-RECORD TO WS-SUC-DEPOIS.
           ADD 1 TO WS-QTD-SUC-GRAVADAS.

           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "SUCESSAO GRAVADA  CONTA=" MOV-CONTA
               " SUCESSORA=" WS-SUCESSORA-MOV
               " DATA EFETIVA=" WS-DATA
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           PERFORM 2750-GRAVA-HIST-SUCESSAO THRU 2750-EXIT.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-LISTAGEM - write the closing counts.
      *----------------------------------------------------------------
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-SUC-GRAVADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL SUCESSOES GRAVADAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-SUC-REMOVIDAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL SUCESSOES REMOVIDAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

       5000-EXIT.
           EXIT.

           CLOSE MOVIMENTO-FILE.
           CLOSE MESTRE-FILE.
           CLOSE LISTAGEM-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE SUCESSAO-FILE.

       8000-EXIT.
           EXIT.
