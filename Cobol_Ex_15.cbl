      *****************************************************************
      * Program name:    CBL0016
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - the daily override-usage
      *                    report: for the business date named on the
      *                    parameter record, lists every override
      *                    CBL0002 honoured against an OVRAUT
      *                    authorization - account, amount, the desk
      *                    operator whose batch used it, the cycle,
      *                    and the supervisor who approved it - and
      *                    every authorization whose last valid day
      *                    was that date and which nobody used.
      *   2026-10-15 MNT  The unused section lists every authorization
      *                    still available whose last valid day is the
      *                    date or earlier, with that day on the line,
      *                    so one that ran out on a weekend or holiday
      *                    the report did not run on is not missed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0016.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMAUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO OVRAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO AUTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one record: the business date (AAAADDD) the
      * report is for. A report with no explicit date is refused.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05  PR-DATA                 PIC X(10).
      *----------------------------------------------------------------
      * AUTORIZA-FILE - the OVRAUT authorization file; the layout
      * must stay in step with AUT-RECORD in CBL0002.
      *----------------------------------------------------------------
       FD  AUTORIZA-FILE
           RECORD CONTAINS 131 CHARACTERS.
       01  AUT-RECORD.
           05  AUT-CHAVE.
               10  AUT-CONTA           PIC X(05).
               10  AUT-VALOR           PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
               10  AUT-DATA            PIC X(10).
               10  AUT-SEQUENCIA       PIC 9(03).
           05  AUT-VALIDADE            PIC X(10).
           05  AUT-APROVADOR           PIC X(36).
           05  AUT-SITUACAO            PIC X(01).
           05  AUT-DATA-USO            PIC X(10).
           05  AUT-CICLO-USO           PIC 9(03).
           05  AUT-GERACAO-USO         PIC 9(06).
           05  AUT-OPERADOR-USO        PIC X(36).
      *----------------------------------------------------------------
      * RELATORIO-FILE - the override-usage report.
      *----------------------------------------------------------------
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-AUT-STATUS      PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

       77 WS-DATA-RELAT      PIC X(10) VALUE SPACES.

       77 WS-QTD-USADAS      PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-VENCIDAS    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-VALOR-ED        PIC -Z(07)9.99 VALUE ZEROS.

       77 WS-SW-FIM-AUT      PIC X(01) VALUE "N".
           88 FIM-AUTORIZACOES       VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - read the date, then pass the authorization
      * file twice: once for the overrides used on the date, once for
      * the authorizations expired unused by the end of it.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           MOVE "OVERRIDES UTILIZADOS NA DATA" TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           PERFORM 1500-ABRE-AUTORIZACOES THRU 1500-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-LISTA-USADA THRU 2000-EXIT
               UNTIL FIM-AUTORIZACOES.
           IF WS-AUT-STATUS NOT = "35"
               CLOSE AUTORIZA-FILE
           END-IF.

           MOVE "AUTORIZACOES VENCIDAS SEM USO ATE A DATA"
               TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           PERFORM 1500-ABRE-AUTORIZACOES THRU 1500-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-LISTA-VENCIDA THRU 3000-EXIT
               UNTIL FIM-AUTORIZACOES.
           IF WS-AUT-STATUS NOT = "35"
               CLOSE AUTORIZA-FILE
           END-IF.

           PERFORM 5000-ENCERRA-RELATORIO THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - read the date parameter and open the
      * report.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMAUT INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = "00"
               OR PR-DATA (1:7) NOT NUMERIC
               DISPLAY "ERRO - PARMAUT SEM DATA DE NEGOCIO VALIDA"
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-RELAT.
           MOVE PR-DATA (1:7) TO WS-DATA-RELAT (1:7).
           CLOSE PARAMETRO-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO - AUTREL INDISPONIVEL - FILE STATUS = "
                   WS-RELAT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "RELATORIO DE USO DE OVERRIDE - DATA="
               WS-DATA-RELAT
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-ABRE-AUTORIZACOES - open OVRAUT for one pass and prime
      * it. No file yet means no supervisor has authorized anything:
      * both sections print empty.
      *----------------------------------------------------------------
       1500-ABRE-AUTORIZACOES.

           MOVE "N" TO WS-SW-FIM-AUT.
           OPEN INPUT AUTORIZA-FILE.
           IF WS-AUT-STATUS = "35"
               MOVE "S" TO WS-SW-FIM-AUT
               GO TO 1500-EXIT
           END-IF.
           IF WS-AUT-STATUS NOT = "00"
               DISPLAY "ERRO - OVRAUT INDISPONIVEL - FILE STATUS = "
                   WS-AUT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1500-EXIT
           END-IF.

           PERFORM 2100-LER-AUTORIZACAO THRU 2100-EXIT.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LISTA-USADA - one line per authorization a cycle of the
      * date used.
      *----------------------------------------------------------------
       2000-LISTA-USADA.

           IF AUT-SITUACAO NOT = "U"
               OR AUT-DATA-USO NOT = WS-DATA-RELAT
               GO TO 2000-LER
           END-IF.

           ADD 1 TO WS-QTD-USADAS.
           MOVE AUT-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  CONTA=" AUT-CONTA
               " VALOR=" WS-VALOR-ED
               " CICLO=" AUT-CICLO-USO
               " OPERADOR=" AUT-OPERADOR-USO
               " APROVADOR=" AUT-APROVADOR
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       2000-LER.
           PERFORM 2100-LER-AUTORIZACAO THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-LER-AUTORIZACAO.

           READ AUTORIZA-FILE
               AT END MOVE "S" TO WS-SW-FIM-AUT
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LISTA-VENCIDA - one line per authorization whose last
      * valid day was the date or an earlier one and which is still
      * available: the override it approved never came through, or
      * came through with another amount, account or date, which is
      * worth a supervisor's second look either way. One that ran
      * out on a day the report did not run still shows; it keeps
      * showing every day until CBL0015 cancels it, and the line
      * carries its last valid day so a repeat reads as one.
      *----------------------------------------------------------------
       3000-LISTA-VENCIDA.

           IF AUT-SITUACAO NOT = "A"
               OR AUT-VALIDADE > WS-DATA-RELAT
               GO TO 3000-LER
           END-IF.

           ADD 1 TO WS-QTD-VENCIDAS.
           MOVE AUT-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  CONTA=" AUT-CONTA
               " VALOR=" WS-VALOR-ED
               " APROVADA PARA=" AUT-DATA (1:7)
               " SEQ=" AUT-SEQUENCIA
               " VALIDA ATE=" AUT-VALIDADE (1:7)
               " APROVADOR=" AUT-APROVADOR
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3000-LER.
           PERFORM 2100-LER-AUTORIZACAO THRU 2100-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-RELATORIO - write the closing counts.
      *----------------------------------------------------------------
       5000-ENCERRA-RELATORIO.

           MOVE WS-QTD-USADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL OVERRIDES UTILIZADOS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           MOVE WS-QTD-VENCIDAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL VENCIDAS SEM USO=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the report before GOBACK; OVRAUT is
      * closed after each pass.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           CLOSE RELATORIO-FILE.

       8000-EXIT.
           EXIT.
