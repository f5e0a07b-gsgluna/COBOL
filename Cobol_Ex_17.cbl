      *****************************************************************
      * Program name:    CBL0018
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - maintains and lists the
      *                    AGENDA warehouse of value-dated details
      *                    CBL0002 holds for a later business date: an
      *                    optional AGDCAN movement file cancels held
      *                    items before their release, and the AGDLIST
      *                    listing shows every item still held - value
      *                    date, account, amount, desk operator and
      *                    where it arrived - with totals per value
      *                    date.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0018.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO AGDCAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT AGENDA-FILE ASSIGN TO AGENDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-AGD-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT LISTAGEM-FILE ASSIGN TO AGDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * MOVIMENTO-FILE - one cancellation per record: the action code
      * (C = cancel), the held item's AGENDA key as CBL0002 filed it
      * - value date, business date and cycle it arrived on (both
      * dates AAAADDD) and its TRANSIN record number - and who asked
      * for the cancellation. The file is optional: a run without it
      * only lists.
      *----------------------------------------------------------------
       FD  MOVIMENTO-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  MOV-RECORD.
           05  MOV-ACAO                PIC X(01).
           05  MOV-DATA-VALOR          PIC X(07).
           05  MOV-DATA-ORIGEM         PIC X(07).
           05  MOV-CICLO               PIC X(03).
           05  MOV-REGISTRO            PIC X(09).
           05  MOV-SOLICITANTE         PIC X(36).
      *----------------------------------------------------------------
      * AGENDA-FILE - the value-dated warehouse; the layout must stay
      * in step with AGD-RECORD in CBL0002.
      *----------------------------------------------------------------
       FD  AGENDA-FILE
           RECORD CONTAINS 379 CHARACTERS.
       01  AGD-RECORD.
           05  AGD-CHAVE.
               10  AGD-DATA-VALOR      PIC X(07).
               10  AGD-DATA-ORIGEM     PIC X(07).
               10  AGD-CICLO-ORIGEM    PIC 9(03).
               10  AGD-REGISTRO-ORIGEM PIC 9(09).
           05  AGD-LOTE-ORIGEM         PIC 9(04).
           05  AGD-SITUACAO            PIC X(01).
           05  AGD-CONTA               PIC X(05).
           05  AGD-VALOR               PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
           05  AGD-OPERADOR            PIC X(36).
           05  AGD-CAMPO-1             PIC X(36).
           05  AGD-CAMPO-2             PIC X(36).
           05  AGD-FLAG-SOMA           PIC X(01).
           05  AGD-FLAG-SUBTRACAO      PIC X(01).
           05  AGD-FLAG-MULT           PIC X(01).
           05  AGD-FLAG-DIVISAO        PIC X(01).
           05  AGD-REGISTRO            PIC X(155).
           05  AGD-DATA-LIB            PIC X(10).
           05  AGD-CICLO-LIB           PIC 9(03).
           05  AGD-GERACAO-LIB         PIC 9(06).
           05  AGD-DATA-CANCEL         PIC X(10).
           05  AGD-CANCELADO-POR       PIC X(36).
      *----------------------------------------------------------------
      * CALENDARIO-FILE - the processing calendar; the layout must
      * stay in step with CAL-REGISTRO in CBL0002. A cancellation is
      * stamped with the business date today's system date maps to.
      *----------------------------------------------------------------
       FD  CALENDARIO-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  CAL-REGISTRO.
           05  CAL-DATA-SISTEMA        PIC 9(07).
           05  CAL-DATA-NEGOCIO        PIC 9(07).
      *----------------------------------------------------------------
      * LISTAGEM-FILE - the warehouse listing: one line per movement
      * applied or refused, then every item still held in release
      * order with a total per value date, and the closing counts.
      *----------------------------------------------------------------
       FD  LISTAGEM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-MOV-STATUS      PIC X(02) VALUE "00".
       77 WS-AGD-STATUS      PIC X(02) VALUE "00".
       77 WS-CAL-STATUS      PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".

       77 WS-LINHA-LISTAGEM  PIC X(132) VALUE SPACES.

      * Reason text for a refused movement; set by each refusal site
      * just before the PERFORM of 2500-RECUSA-MOVIMENTO.
       77 WS-MOTIVO-RECUSA   PIC X(40) VALUE SPACES.

      * Business date of the run, from CALFILE as CBL0002 takes it.
       77 WS-DATA            PIC X(10) VALUE SPACES.
       77 WS-DATA-SISTEMA    PIC 9(07) VALUE ZEROS.

      * Value date of the group 4000 is totalling, and its totals.
       77 WS-DATA-VALOR-ATUAL PIC X(07) VALUE SPACES.
       77 WS-QTD-DATA        PIC 9(09) COMP VALUE ZERO.
       77 WS-VALOR-DATA      PIC S9(11)V99 COMP VALUE ZERO.
       77 WS-QTD-RETIDOS     PIC 9(09) COMP VALUE ZERO.
       77 WS-VALOR-RETIDO    PIC S9(11)V99 COMP VALUE ZERO.

       77 WS-VALOR-ED        PIC -Z(07)9.99 VALUE ZEROS.
       77 WS-TOTAL-ED        PIC -Z(10)9.99 VALUE ZEROS.

       77 WS-SW-MOV-OK       PIC X(01) VALUE "S".
           88 MOVIMENTO-VALIDO       VALUE "S".

       77 WS-SW-SEM-MOV      PIC X(01) VALUE "N".
           88 SEM-MOVIMENTOS         VALUE "S".

       77 WS-SW-FIM-AGD      PIC X(01) VALUE "N".
           88 FIM-AGENDADOS          VALUE "S".

       77 WS-SW-FIM-CAL      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO         VALUE "S".
       77 WS-SW-ACHOU-CAL    PIC X(01) VALUE "N".
           88 DATA-NO-CALENDARIO     VALUE "S".

       77 WS-QTD-CANCELADOS  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RECUSADOS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.

       77 WS-SW-FIM-MOV      PIC X(01) VALUE "N".
           88 FIM-MOVIMENTOS         VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - open the files, apply every cancellation, list
      * what is still held, write the closing counts and close down.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           IF NOT SEM-MOVIMENTOS
               PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT
               PERFORM 2000-APLICA-MOVIMENTO THRU 2000-EXIT
                   UNTIL FIM-MOVIMENTOS
           END-IF.

           PERFORM 4000-LISTA-AGENDADOS THRU 4000-EXIT.

           PERFORM 5000-ENCERRA-LISTAGEM THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - take the business date from CALFILE,
      * then open the movement file, the listing and the warehouse.
      * A missing AGDCAN means nothing to cancel; AGENDA is opened
      * I-O and the very first run creates it empty with the same
      * 35-fallback CBL0005 uses on a first CONTAMST.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           ACCEPT WS-DATA-SISTEMA FROM DAY YYYYDDD.
           PERFORM 1200-CONSULTA-CALENDARIO THRU 1200-EXIT.
           IF ABORTAR-JOB
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOV-STATUS = "35"
               SET SEM-MOVIMENTOS TO TRUE
           ELSE
               IF WS-MOV-STATUS NOT = "00"
                   DISPLAY "ERRO - AGDCAN INDISPONIVEL - FILE STATUS = "
                       WS-MOV-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT LISTAGEM-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERRO - AGDLIST INDISPONIVEL - FILE STATUS = "
                   WS-LIST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O AGENDA-FILE.
           IF WS-AGD-STATUS = "35"
               OPEN OUTPUT AGENDA-FILE
               CLOSE AGENDA-FILE
               OPEN I-O AGENDA-FILE
           END-IF.

           IF WS-AGD-STATUS NOT = "00"
               DISPLAY "ERRO - AGENDA INDISPONIVEL - FILE STATUS = "
                   WS-AGD-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "LISTAGEM DE AGENDADOS - DATA=" WS-DATA (1:7)
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CONSULTA-CALENDARIO - take the business date today's
      * system date maps to on CALFILE, exactly as CBL0002 does; a
      * system date missing from the calendar refuses to start.
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
      * 2000-APLICA-MOVIMENTO - validate one movement and dispatch it
      * on its action code; anything but C is refused to the listing.
      *----------------------------------------------------------------
       2000-APLICA-MOVIMENTO.

           PERFORM 2150-VALIDA-MOVIMENTO THRU 2150-EXIT.
           IF NOT MOVIMENTO-VALIDO
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2000-LER
           END-IF.

           IF MOV-ACAO = "C"
               PERFORM 2300-CANCELA-AGENDADO THRU 2300-EXIT
               GO TO 2000-LER
           END-IF.

           MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA.
           PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT.

       2000-LER.
           PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LER-MOVIMENTO - read the next movement record.
      *----------------------------------------------------------------
       2100-LER-MOVIMENTO.

           READ MOVIMENTO-FILE
               AT END MOVE "S" TO WS-SW-FIM-MOV
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-VALIDA-MOVIMENTO - the key fields must be readable, so a
      * mistyped movement never cancels the wrong item, and the
      * cancellation must say who asked for it.
      *----------------------------------------------------------------
       2150-VALIDA-MOVIMENTO.

           MOVE "S" TO WS-SW-MOV-OK.

           IF MOV-DATA-VALOR NOT NUMERIC
               MOVE "DATA-VALOR INVALIDA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           IF MOV-DATA-ORIGEM NOT NUMERIC
               OR MOV-CICLO NOT NUMERIC
               OR MOV-REGISTRO NOT NUMERIC
               MOVE "ORIGEM INVALIDA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           IF MOV-SOLICITANTE = SPACES
               MOVE "SOLICITANTE EM BRANCO" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CANCELA-AGENDADO - withdraw an item still held. The entry
      * is kept, marked cancelled with the date and the requester, so
      * the release passes it by and a RERUN of the cycle that held it
      * leaves the cancellation standing; an item already released or
      * cancelled is refused.
      *----------------------------------------------------------------
       2300-CANCELA-AGENDADO.

           MOVE MOV-DATA-VALOR  TO AGD-DATA-VALOR.
           MOVE MOV-DATA-ORIGEM TO AGD-DATA-ORIGEM.
           MOVE MOV-CICLO       TO AGD-CICLO-ORIGEM.
           MOVE MOV-REGISTRO    TO AGD-REGISTRO-ORIGEM.
           READ AGENDA-FILE
               INVALID KEY
                   MOVE "CANCELAMENTO - ITEM NAO AGENDADO"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-READ.

           IF AGD-SITUACAO = "L"
               MOVE "CANCELAMENTO - ITEM JA LIBERADO"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF AGD-SITUACAO = "C"
               MOVE "CANCELAMENTO - ITEM JA CANCELADO"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE "C" TO AGD-SITUACAO.
           MOVE WS-DATA TO AGD-DATA-CANCEL.
           MOVE MOV-SOLICITANTE TO AGD-CANCELADO-POR.
           REWRITE AGD-RECORD
               INVALID KEY
                   MOVE "CANCELAMENTO - REGRAVACAO FALHOU"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-REWRITE.

           ADD 1 TO WS-QTD-CANCELADOS.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RECUSA-MOVIMENTO - list a refused movement; the caller
      * leaves the reason text in WS-MOTIVO-RECUSA.
      *----------------------------------------------------------------
       2500-RECUSA-MOVIMENTO.

           ADD 1 TO WS-QTD-RECUSADOS.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "RECUSADO ACAO=" MOV-ACAO
               " DATA-VALOR=" MOV-DATA-VALOR
               " ORIGEM=" MOV-DATA-ORIGEM
               "/" MOV-CICLO
               "/" MOV-REGISTRO
               " MOTIVO=" WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-LISTA-APLICADO - list an applied cancellation from the
      * warehouse entry as it now stands on file.
      *----------------------------------------------------------------
       2600-LISTA-APLICADO.

           MOVE AGD-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "CANCELADO DATA-VALOR=" AGD-DATA-VALOR
               " CONTA=" AGD-CONTA
               " VALOR=" WS-VALOR-ED
               " ORIGEM=" AGD-DATA-ORIGEM
               "/" AGD-CICLO-ORIGEM
               "/" AGD-REGISTRO-ORIGEM
               " POR=" AGD-CANCELADO-POR
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LISTA-AGENDADOS - every item still held, in the order the
      * release will take them: value date first. A value date already
      * reached is flagged - CBL0002 releases it in its next cycle.
      *----------------------------------------------------------------
       4000-LISTA-AGENDADOS.

           MOVE SPACES TO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           MOVE "ITENS AGENDADOS AGUARDANDO LIBERACAO"
               TO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

           MOVE "N" TO WS-SW-FIM-AGD.
           MOVE SPACES TO WS-DATA-VALOR-ATUAL.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-FILE KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-AGD
           END-START.

           PERFORM 4100-LISTA-ITEM THRU 4100-EXIT
               UNTIL FIM-AGENDADOS.

           IF WS-DATA-VALOR-ATUAL NOT = SPACES
               PERFORM 4200-TOTAL-DATA THRU 4200-EXIT
           END-IF.

       4000-EXIT.
           EXIT.

       4100-LISTA-ITEM.

           READ AGENDA-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-AGD
                   GO TO 4100-EXIT
           END-READ.

           IF AGD-SITUACAO NOT = "A"
               GO TO 4100-EXIT
           END-IF.

           IF AGD-DATA-VALOR NOT = WS-DATA-VALOR-ATUAL
               IF WS-DATA-VALOR-ATUAL NOT = SPACES
                   PERFORM 4200-TOTAL-DATA THRU 4200-EXIT
               END-IF
               MOVE AGD-DATA-VALOR TO WS-DATA-VALOR-ATUAL
           END-IF.

           ADD 1 TO WS-QTD-DATA.
           ADD AGD-VALOR TO WS-VALOR-DATA.
           ADD 1 TO WS-QTD-RETIDOS.
           ADD AGD-VALOR TO WS-VALOR-RETIDO.

           MOVE AGD-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "DT-VALOR=" AGD-DATA-VALOR
               " CONTA=" AGD-CONTA
               " VALOR=" WS-VALOR-ED
               " ORIGEM=" AGD-DATA-ORIGEM
               "/" AGD-CICLO-ORIGEM
               "/" AGD-REGISTRO-ORIGEM
               " OPERADOR=" AGD-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           IF AGD-DATA-VALOR NOT > WS-DATA (1:7)
               MOVE "*VENCIDO" TO WS-LINHA-LISTAGEM (125:8)
           END-IF.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-TOTAL-DATA - close one value date's group: what it will
      * release, and reset for the next.
      *----------------------------------------------------------------
       4200-TOTAL-DATA.

           MOVE WS-QTD-DATA TO WS-QTD-ED.
           MOVE WS-VALOR-DATA TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "  TOTAL DT-VALOR=" WS-DATA-VALOR-ATUAL
               " ITENS=" WS-QTD-ED
               " VALOR=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

           MOVE ZERO TO WS-QTD-DATA.
           MOVE ZERO TO WS-VALOR-DATA.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-LISTAGEM - write the closing counts.
      *----------------------------------------------------------------
       5000-ENCERRA-LISTAGEM.

           MOVE WS-QTD-RETIDOS TO WS-QTD-ED.
           MOVE WS-VALOR-RETIDO TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL AGENDADOS=" WS-QTD-ED
               " VALOR=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-CANCELADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL CANCELADOS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

           MOVE WS-QTD-RECUSADOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL RECUSADOS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.
           DISPLAY WS-LINHA-LISTAGEM.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the files before GOBACK.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           IF NOT SEM-MOVIMENTOS
               CLOSE MOVIMENTO-FILE
           END-IF.
           CLOSE AGENDA-FILE.
           CLOSE LISTAGEM-FILE.

       8000-EXIT.
           EXIT.
