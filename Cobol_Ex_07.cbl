      *                    audit listing of every movement applied or
      *                    refused, in the mould of the CBL0005
      *                    account-master maintenance.
      *   2026-10-15 MNT  Every movement applied now also lands on
      *                    the permanent MSTHIST change history shared
      *                    with CBL0005 (type "O", keyed on the
      *                    operator name), with the CALFILE business
      *                    date it takes effect on, the run that
      *                    applied it and the full OPR-RECORD before
      *                    and after, so CBL0017 can say what an
      *                    operator was permitted on any past date.
      *                    Change and delete now read the record first
      *                    to keep its before image. An abort sets
      *                    RC 16.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LISTAGEM-FILE ASSIGN TO OPRLIST
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      * masters; the layout and its rules are described on
      * HST-RECORD in CBL0005 and must stay in step with it. Operator
      * images occupy the first 41 bytes of HST-ANTES/HST-DEPOIS.
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
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-MOV-STATUS      PIC X(02) VALUE "00".
       77 WS-OPR-STATUS      PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".
       77 WS-CAL-STATUS      PIC X(02) VALUE "00".
       77 WS-HST-STATUS      PIC X(02) VALUE "00".

       77 WS-LINHA-LISTAGEM  PIC X(132) VALUE SPACES.

       77 WS-PERM-MULT-MOV   PIC X(01) VALUE SPACES.
       77 WS-PERM-DIV-MOV    PIC X(01) VALUE SPACES.

      * Business date the run's changes take effect on, the run's
      * own stamp and the movement sequence for the MSTHIST key, and
      * the master record as it stood before the movement touched it.
       77 WS-DATA            PIC X(10) VALUE SPACES.
       77 WS-DATA-SISTEMA    PIC 9(07) VALUE ZEROS.
       77 WS-HORA-INICIO     PIC X(08) VALUE SPACES.
       77 WS-SEQ-HISTORICO   PIC 9(05) VALUE ZEROS.
       77 WS-IMAGEM-ANTES    PIC X(64) VALUE SPACES.

       77 WS-SW-FIM-CAL      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO         VALUE "S".
       77 WS-SW-ACHOU-CAL    PIC X(01) VALUE "N".
           88 DATA-NO-CALENDARIO     VALUE "S".

       77 WS-SW-FLAGS-OK     PIC X(01) VALUE "S".
           88 FLAGS-VALIDOS          VALUE "S".


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
      * the master. The master is opened I-O; the very first run, when
      * no OPERMST exists yet, falls back to creating it empty with
      * OPEN OUTPUT / CLOSE and then re-opening I-O, the same
      * 35-fallback pattern CBL0005 uses on CONTAMST. The business
      * date comes from CALFILE first, and the MSTHIST history is
      * opened the same way as the master.
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
               DISPLAY "ERRO - MNTOPER INDISPONIVEL - FILE STATUS = "
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

           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "LISTAGEM DE MANUTENCAO DO MESTRE DE OPERADORES"
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
      * code; anything not A, C or D is refused to the listing.
           END-WRITE.

           ADD 1 TO WS-QTD-INCLUIDOS.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.

       2200-EXIT.
      *----------------------------------------------------------------
      * 2300-ALTERA-OPERADOR - change an existing operator's situation
      * and permission flags; a key not on the master is refused.
      * The record is read first for its before image.
      *----------------------------------------------------------------
       2300-ALTERA-OPERADOR.

               GO TO 2300-EXIT
           END-IF.

           MOVE MOV-NOME TO OPR-NOME.
           READ OPERADOR-FILE
               INVALID KEY
                   MOVE "ALTERACAO - OPERADOR NAO CADASTRADO"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-READ.
           MOVE OPR-RECORD TO WS-IMAGEM-ANTES.

           MOVE MOV-NOME         TO OPR-NOME.
           MOVE WS-SITUACAO-MOV  TO OPR-SITUACAO.
           MOVE WS-PERM-SOMA-MOV TO OPR-PERM-SOMA.
           END-REWRITE.

           ADD 1 TO WS-QTD-ALTERADOS.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.

       2300-EXIT.
      * 2400-EXCLUI-OPERADOR - delete an operator; a key not on the
      * master is refused. Marking an operator inactive (action C,
      * situation I) is the gentler path that keeps the name on the
      * master for the register's history. The record is read first
      * for its before image.
      *----------------------------------------------------------------
       2400-EXCLUI-OPERADOR.

           MOVE MOV-NOME TO OPR-NOME.
           READ OPERADOR-FILE
               INVALID KEY
                   MOVE "EXCLUSAO - OPERADOR NAO CADASTRADO"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2400-EXIT
           END-READ.
           MOVE OPR-RECORD TO WS-IMAGEM-ANTES.

           DELETE OPERADOR-FILE
               INVALID KEY
                   MOVE "EXCLUSAO - OPERADOR NAO CADASTRADO"
           END-DELETE.

           ADD 1 TO WS-QTD-EXCLUIDOS.
           PERFORM 2700-GRAVA-HISTORICO THRU 2700-EXIT.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.

       2400-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-GRAVA-HISTORICO - write the applied movement to MSTHIST:
      * the caller leaves the before image in WS-IMAGEM-ANTES and the
      * after image in OPR-RECORD; a delete has no after image. The
      * master is already updated, so a history that cannot be
      * written stops the run rather than let changes go unrecorded.
      *----------------------------------------------------------------
       2700-GRAVA-HISTORICO.

           ADD 1 TO WS-SEQ-HISTORICO.
           MOVE SPACES           TO HST-RECORD.
           MOVE "O"              TO HST-TIPO.
           MOVE MOV-NOME         TO HST-CODIGO.
           MOVE WS-DATA          TO HST-DATA.
           MOVE WS-DATA-SISTEMA  TO HST-EXEC-DATA.
           MOVE WS-HORA-INICIO   TO HST-EXEC-HORA.
           MOVE WS-SEQ-HISTORICO TO HST-SEQUENCIA.
           MOVE MOV-ACAO         TO HST-ACAO.
           MOVE "CBL0008"        TO HST-PROGRAMA.
           MOVE WS-IMAGEM-ANTES  TO HST-ANTES.
           IF MOV-ACAO NOT = "D"
               MOVE OPR-RECORD   TO HST-DEPOIS
           END-IF.
           WRITE HST-RECORD
               INVALID KEY
                   DISPLAY "ERRO - GRAVACAO MSTHIST - FILE STATUS = "
                       WS-HST-STATUS " OPERADOR=" MOV-NOME
                   SET ABORTAR-JOB TO TRUE
           END-WRITE.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-LISTAGEM - write the closing counts.
      *----------------------------------------------------------------
           CLOSE MOVIMENTO-FILE.
           CLOSE OPERADOR-FILE.
           CLOSE LISTAGEM-FILE.
           CLOSE HISTORICO-FILE.

       8000-EXIT.
           EXIT.
