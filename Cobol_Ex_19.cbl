      *****************************************************************
      * Program name:    CBL0020
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - the monthly operator
      *                    quality scorecard: for the calendar month
      *                    named on the parameter record, reads the
      *                    LOTHIST batch history CBL0002 appends to and
      *                    prints, for every OPERMST operator, the
      *                    batches submitted, how many ended out of
      *                    balance, without a trailer or refused, the
      *                    reject rate by reason code, and the average
      *                    repair turnaround of the batch's rejects off
      *                    the REJSUSP suspense ledger - so supervisors
      *                    can see which desk needs the training.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0020.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMSCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTLOTE-FILE ASSIGN TO LOTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLT-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-NOME
               FILE STATUS IS WS-OPR-STATUS.

           SELECT SUSPENSO-FILE ASSIGN TO REJSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-ID
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO SCOREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one record: the calendar month to score, as
      * year and month (AAAAMM). A scorecard with no explicit month
      * is refused, like the month-end close.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PARM-RECORD.
           05  PR-ANO-MES              PIC 9(06).
      *----------------------------------------------------------------
      * HISTLOTE-FILE - the LOTHIST batch history; the layout must
      * stay in step with HLT-RECORD in CBL0002. Read twice: once to
      * find the latest generation of every cycle of the month, once
      * to score the batches of those generations.
      *----------------------------------------------------------------
       FD  HISTLOTE-FILE
           RECORD CONTAINS 233 CHARACTERS.
       01  HLT-RECORD.
           05  HLT-DATA-NEGOCIO        PIC 9(07).
           05  HLT-DATA-NUM REDEFINES HLT-DATA-NEGOCIO.
               10  HLT-ANO             PIC 9(04).
               10  HLT-DIA-ANO         PIC 9(03).
           05  HLT-CICLO               PIC 9(03).
           05  HLT-GERACAO             PIC 9(06).
           05  HLT-OPERADOR            PIC X(36).
           05  HLT-SEQUENCIA           PIC 9(04).
           05  HLT-ACEITOS             PIC 9(09).
           05  HLT-REJEITADOS          PIC 9(09).
           05  HLT-SITUACAO            PIC X(01).
           05  HLT-TIPO-LOTE           PIC X(01).
           05  HLT-RETIDOS             PIC 9(09).
           05  HLT-ID-INICIAL          PIC 9(09).
           05  HLT-ID-FINAL            PIC 9(09).
           05  HLT-MOTIVOS OCCURS 13 TIMES.
               10  HLT-MOT-CODIGO      PIC X(03).
               10  HLT-MOT-QTD         PIC 9(07).
      *----------------------------------------------------------------
      * OPERADOR-FILE - the OPERMST operator master; the layout must
      * stay in step with OPR-RECORD in CBL0008. Read end to end for
      * the list of operators to score.
      *----------------------------------------------------------------
       FD  OPERADOR-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  OPR-RECORD.
           05  OPR-NOME                PIC X(36).
           05  OPR-SITUACAO            PIC X(01).
           05  OPR-PERM-SOMA           PIC X(01).
           05  OPR-PERM-SUBTRACAO      PIC X(01).
           05  OPR-PERM-MULT           PIC X(01).
           05  OPR-PERM-DIVISAO        PIC X(01).
      *----------------------------------------------------------------
      * SUSPENSO-FILE - the REJSUSP suspense ledger; the layout must
      * stay in step with SUSP-RECORD in CBL0002/CBL0004. Read by id
      * for the rejects of each scored batch.
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
      * RELATORIO-FILE - the scorecard: one block per operator and
      * the month's totals.
      *----------------------------------------------------------------
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-HLT-STATUS      PIC X(02) VALUE "00".
       77 WS-OPR-STATUS      PIC X(02) VALUE "00".
       77 WS-SUSP-STATUS     PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

       77 WS-ANO-MES-SCORE   PIC 9(06) VALUE ZEROS.
       77 WS-ANO-MES-REG     PIC 9(06) VALUE ZEROS.

      * Inputs and outputs of 6000-CALCULA-MES, the same year and
      * day-of-year to calendar-month conversion CBL0011 uses.
       77 WS-CALC-ANO        PIC 9(04) VALUE ZEROS.
       77 WS-CALC-DIA-ANO    PIC 9(03) VALUE ZEROS.
       77 WS-CALC-MES        PIC 9(02) VALUE ZEROS.
       77 WS-CALC-QUOCIENTE  PIC 9(04) COMP VALUE ZERO.
       77 WS-CALC-RESTO      PIC 9(04) COMP VALUE ZERO.
       77 WS-BISSEXTO        PIC X(01) VALUE "N".

       01 WS-TABELA-MESES.
           05 WS-DIAS-ACUM-FIXO.
               10 FILLER PIC 9(03) VALUE 031.
               10 FILLER PIC 9(03) VALUE 059.
               10 FILLER PIC 9(03) VALUE 090.
               10 FILLER PIC 9(03) VALUE 120.
               10 FILLER PIC 9(03) VALUE 151.
               10 FILLER PIC 9(03) VALUE 181.
               10 FILLER PIC 9(03) VALUE 212.
               10 FILLER PIC 9(03) VALUE 243.
               10 FILLER PIC 9(03) VALUE 273.
               10 FILLER PIC 9(03) VALUE 304.
               10 FILLER PIC 9(03) VALUE 334.
               10 FILLER PIC 9(03) VALUE 365.
           05 WS-DIAS-ACUM REDEFINES WS-DIAS-ACUM-FIXO.
               10 WS-DIAS-FIM-MES PIC 9(03) OCCURS 12 TIMES.
       77 WS-DIAS-LIMITE     PIC 9(03) VALUE ZEROS.

      * The month's cycles and the latest generation each was cut
      * under; a RERUN's batches replace the ones it reprocessed.
      * 500 is a month of many cycles a day; overflow aborts rather
      * than scoring a rerun cycle twice.
       01 WS-TABELA-CICLOS.
           05 WS-QTD-CICLOS       PIC 9(04) COMP VALUE ZERO.
           05 WS-CICLO-ENT OCCURS 500 TIMES INDEXED BY CI-IDX.
               10 WS-CI-DATA      PIC 9(07).
               10 WS-CI-CICLO     PIC 9(03).
               10 WS-CI-GERACAO   PIC 9(06).

       77 WS-MAX-CICLOS      PIC 9(04) COMP VALUE 500.

      * The reason codes met on the history, in the order first met;
      * 20 holds every code the batch job issues with room to grow.
       01 WS-TABELA-MOTIVOS.
           05 WS-QTD-MOTIVOS      PIC 9(04) COMP VALUE ZERO.
           05 WS-MOT-ENT OCCURS 20 TIMES INDEXED BY MT-IDX.
               10 WS-MT-MOTIVO    PIC X(03).
               10 WS-MT-TOTAL     PIC 9(09) COMP.

       77 WS-MAX-MOTIVOS     PIC 9(04) COMP VALUE 20.

      * One row per operator: every OPERMST operator, then any name
      * met on the history that is not on the master (a refused
      * batch under an unknown operator is exactly what a supervisor
      * wants to see). WS-OP-REJ-MOT runs parallel to the reason
      * table above.
       01 WS-TABELA-OPERADORES.
           05 WS-QTD-OPERADORES   PIC 9(04) COMP VALUE ZERO.
           05 WS-OPER-ENT OCCURS 200 TIMES INDEXED BY OP-IDX.
               10 WS-OP-NOME      PIC X(36).
               10 WS-OP-CADASTRO  PIC X(01).
               10 WS-OP-LOTES     PIC 9(07) COMP.
               10 WS-OP-FORA      PIC 9(07) COMP.
               10 WS-OP-SEM-TRL   PIC 9(07) COMP.
               10 WS-OP-RECUSADOS PIC 9(07) COMP.
               10 WS-OP-ACEITOS   PIC 9(09) COMP.
               10 WS-OP-REJEITOS  PIC 9(09) COMP.
               10 WS-OP-REPAROS   PIC 9(09) COMP.
               10 WS-OP-DIAS-REP  PIC 9(09) COMP.
               10 WS-OP-PENDENTES PIC 9(09) COMP.
               10 WS-OP-REJ-MOT   PIC 9(09) COMP
                                  OCCURS 20 TIMES.

       77 WS-MAX-OPERADORES  PIC 9(04) COMP VALUE 200.

      * Working subscripts and the month's totals.
       77 WS-OP-SUB          PIC 9(04) COMP VALUE ZERO.
       77 WS-MT-SUB          PIC 9(04) COMP VALUE ZERO.
       77 WS-HM-SUB          PIC 9(04) COMP VALUE ZERO.
       77 WS-ID-SUSP         PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-LOTES       PIC 9(07) COMP VALUE ZERO.
       77 WS-TOT-FORA        PIC 9(07) COMP VALUE ZERO.
       77 WS-TOT-SEM-TRL     PIC 9(07) COMP VALUE ZERO.
       77 WS-TOT-RECUSADOS   PIC 9(07) COMP VALUE ZERO.
       77 WS-TOT-ACEITOS     PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-REJEITOS    PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-REPAROS     PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-DIAS-REP    PIC 9(09) COMP VALUE ZERO.
       77 WS-TOT-PENDENTES   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REG-BASE    PIC 9(09) COMP VALUE ZERO.

      * Repair turnaround: rejection to merge date in days, on the
      * same year-times-365 day index CBL0012 ages the ledger by.
       77 WS-ANO-TRAB        PIC 9(04) VALUE ZEROS.
       77 WS-DIA-TRAB        PIC 9(03) VALUE ZEROS.
       77 WS-DIA-INDICE-REJ  PIC 9(09) COMP VALUE ZERO.
       77 WS-DIA-INDICE-BX   PIC 9(09) COMP VALUE ZERO.
       77 WS-PRAZO-REG       PIC S9(09) COMP VALUE ZERO.

       77 WS-TAXA            PIC 9(03)V99 VALUE ZERO.
       77 WS-MEDIA           PIC 9(05)V9 VALUE ZERO.

       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-2        PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-3        PIC Z(08)9 VALUE ZEROS.
       77 WS-QTD-ED-4        PIC Z(08)9 VALUE ZEROS.
       77 WS-TAXA-ED         PIC ZZ9.99 VALUE ZEROS.
       77 WS-MEDIA-ED        PIC Z(04)9.9 VALUE ZEROS.
       77 WS-SUFIXO-OPER     PIC X(20) VALUE SPACES.

       77 WS-SW-FIM-HLT      PIC X(01) VALUE "N".
           88 FIM-HISTORICO          VALUE "S".

       77 WS-SW-FIM-OPR      PIC X(01) VALUE "N".
           88 FIM-OPERADORES         VALUE "S".

       77 WS-SW-ACHOU        PIC X(01) VALUE "N".
           88 ENTRADA-ENCONTRADA     VALUE "S".

       77 WS-SW-MES-CALC     PIC X(01) VALUE "N".
           88 MES-CALCULADO          VALUE "S".

       77 WS-SW-SUSP         PIC X(01) VALUE "N".
           88 LEDGER-DISPONIVEL      VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - read the month, load the operators, find each
      * cycle's latest generation, score its batches, then print the
      * scorecard.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1100-CARREGA-OPERADORES THRU 1100-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-CARREGA-CICLOS THRU 2000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-PONTUA-LOTES THRU 3000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 4000-IMPRIME-OPERADORES THRU 4000-EXIT.
           PERFORM 5000-ENCERRA-RELATORIO THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - read the month parameter and open the
      * ledger and the report. A missing REJSUSP leaves every repair
      * turnaround blank; the batch history is opened per pass.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMSCO INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = "00"
               OR PR-ANO-MES NOT NUMERIC
               OR PR-ANO-MES = ZERO
               DISPLAY "ERRO - PARMSCO SEM MES VALIDO"
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PR-ANO-MES TO WS-ANO-MES-SCORE.
           CLOSE PARAMETRO-FILE.

           OPEN INPUT SUSPENSO-FILE.
           IF WS-SUSP-STATUS = "00"
               SET LEDGER-DISPONIVEL TO TRUE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "ERRO - REJSUSP INDISPONIVEL - STATUS = "
                       WS-SUSP-STATUS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO - SCOREL INDISPONIVEL - FILE STATUS = "
                   WS-RELAT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "PLACAR MENSAL DE QUALIDADE POR OPERADOR - MES="
               WS-ANO-MES-SCORE
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CARREGA-OPERADORES - one row per OPERMST operator, in
      * the master's key order. The master must be there: a
      * scorecard without it has nobody to score.
      *----------------------------------------------------------------
       1100-CARREGA-OPERADORES.

           OPEN INPUT OPERADOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "ERRO - OPERMST INDISPONIVEL - FILE STATUS = "
                   WS-OPR-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-OPR.
           PERFORM 1110-LER-OPERADOR THRU 1110-EXIT
               UNTIL FIM-OPERADORES OR ABORTAR-JOB.
           CLOSE OPERADOR-FILE.

       1100-EXIT.
           EXIT.

       1110-LER-OPERADOR.

           READ OPERADOR-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-OPR
                   GO TO 1110-EXIT
           END-READ.

           PERFORM 1200-INCLUI-OPERADOR THRU 1200-EXIT.
           IF ABORTAR-JOB
               GO TO 1110-EXIT
           END-IF.
           MOVE "S" TO WS-OP-CADASTRO (OP-IDX).
           MOVE OPR-NOME TO WS-OP-NOME (OP-IDX).

       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-INCLUI-OPERADOR - open a zeroed row at the end of the
      * operator table and leave OP-IDX on it.
      *----------------------------------------------------------------
       1200-INCLUI-OPERADOR.

           IF WS-QTD-OPERADORES = WS-MAX-OPERADORES
               DISPLAY "ERRO - TABELA DE OPERADORES ESGOTADA - "
                   "LIMITE = " WS-MAX-OPERADORES
               SET ABORTAR-JOB TO TRUE
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-QTD-OPERADORES.
           SET OP-IDX TO WS-QTD-OPERADORES.
           MOVE SPACES TO WS-OP-NOME (OP-IDX).
           MOVE "N" TO WS-OP-CADASTRO (OP-IDX).
           MOVE ZERO TO WS-OP-LOTES (OP-IDX).
           MOVE ZERO TO WS-OP-FORA (OP-IDX).
           MOVE ZERO TO WS-OP-SEM-TRL (OP-IDX).
           MOVE ZERO TO WS-OP-RECUSADOS (OP-IDX).
           MOVE ZERO TO WS-OP-ACEITOS (OP-IDX).
           MOVE ZERO TO WS-OP-REJEITOS (OP-IDX).
           MOVE ZERO TO WS-OP-REPAROS (OP-IDX).
           MOVE ZERO TO WS-OP-DIAS-REP (OP-IDX).
           MOVE ZERO TO WS-OP-PENDENTES (OP-IDX).
           SET WS-OP-SUB TO OP-IDX.
           PERFORM 1210-ZERA-MOTIVO THRU 1210-EXIT
               VARYING WS-MT-SUB FROM 1 BY 1
               UNTIL WS-MT-SUB > WS-MAX-MOTIVOS.

       1200-EXIT.
           EXIT.

       1210-ZERA-MOTIVO.

           MOVE ZERO TO WS-OP-REJ-MOT (WS-OP-SUB, WS-MT-SUB).

       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CARREGA-CICLOS - first pass over the batch history: the
      * latest generation of every cycle of the month. Generations
      * only ever go up, so the highest one met is the one that
      * stands. No history is a month with nothing to score.
      *----------------------------------------------------------------
       2000-CARREGA-CICLOS.

           OPEN INPUT HISTLOTE-FILE.
           IF WS-HLT-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           IF WS-HLT-STATUS NOT = "00"
               DISPLAY "ERRO - LOTHIST INDISPONIVEL - FILE STATUS = "
                   WS-HLT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-HLT.
           PERFORM 2100-REGISTRA-CICLO THRU 2100-EXIT
               UNTIL FIM-HISTORICO OR ABORTAR-JOB.
           CLOSE HISTLOTE-FILE.

       2000-EXIT.
           EXIT.

       2100-REGISTRA-CICLO.

           PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
           IF FIM-HISTORICO
               GO TO 2100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-ACHOU.
           SET CI-IDX TO 1.
           SEARCH WS-CICLO-ENT
               AT END CONTINUE
               WHEN CI-IDX > WS-QTD-CICLOS
                   CONTINUE
               WHEN WS-CI-DATA (CI-IDX) = HLT-DATA-NEGOCIO
                   AND WS-CI-CICLO (CI-IDX) = HLT-CICLO
                   SET ENTRADA-ENCONTRADA TO TRUE
           END-SEARCH.

           IF ENTRADA-ENCONTRADA
               IF HLT-GERACAO > WS-CI-GERACAO (CI-IDX)
                   MOVE HLT-GERACAO TO WS-CI-GERACAO (CI-IDX)
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF WS-QTD-CICLOS = WS-MAX-CICLOS
               DISPLAY "ERRO - TABELA DE CICLOS ESGOTADA - LIMITE = "
                   WS-MAX-CICLOS
               SET ABORTAR-JOB TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-CICLOS.
           SET CI-IDX TO WS-QTD-CICLOS.
           MOVE HLT-DATA-NEGOCIO TO WS-CI-DATA (CI-IDX).
           MOVE HLT-CICLO        TO WS-CI-CICLO (CI-IDX).
           MOVE HLT-GERACAO      TO WS-CI-GERACAO (CI-IDX).

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-LER-HISTORICO - read the next history record of the
      * month, passing over other months and unreadable dates.
      *----------------------------------------------------------------
       2900-LER-HISTORICO.

           READ HISTLOTE-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-HLT
                   GO TO 2900-EXIT
           END-READ.

           IF HLT-DATA-NEGOCIO NOT NUMERIC
               GO TO 2900-LER-HISTORICO
           END-IF.

           MOVE HLT-ANO     TO WS-CALC-ANO.
           MOVE HLT-DIA-ANO TO WS-CALC-DIA-ANO.
           PERFORM 6000-CALCULA-MES THRU 6000-EXIT.
           COMPUTE WS-ANO-MES-REG = WS-CALC-ANO * 100 + WS-CALC-MES.
           IF WS-ANO-MES-REG NOT = WS-ANO-MES-SCORE
               GO TO 2900-LER-HISTORICO
           END-IF.

       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PONTUA-LOTES - second pass: score every batch of the
      * month cut under its cycle's latest generation.
      *----------------------------------------------------------------
       3000-PONTUA-LOTES.

           IF WS-QTD-CICLOS = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT HISTLOTE-FILE.
           IF WS-HLT-STATUS NOT = "00"
               DISPLAY "ERRO - LOTHIST INDISPONIVEL - FILE STATUS = "
                   WS-HLT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-HLT.
           PERFORM 3100-PONTUA-LOTE THRU 3100-EXIT
               UNTIL FIM-HISTORICO OR ABORTAR-JOB.
           CLOSE HISTLOTE-FILE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PONTUA-LOTE - one batch onto its operator's row. A
      * release of held value-dated items is not a batch the desk
      * submitted, but its rejects are the desk's records and count.
      *----------------------------------------------------------------
       3100-PONTUA-LOTE.

           PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
           IF FIM-HISTORICO
               GO TO 3100-EXIT
           END-IF.

           SET CI-IDX TO 1.
           SEARCH WS-CICLO-ENT
               AT END CONTINUE
               WHEN CI-IDX > WS-QTD-CICLOS
                   CONTINUE
               WHEN WS-CI-DATA (CI-IDX) = HLT-DATA-NEGOCIO
                   AND WS-CI-CICLO (CI-IDX) = HLT-CICLO
                   CONTINUE
           END-SEARCH.
           IF CI-IDX > WS-QTD-CICLOS
               GO TO 3100-EXIT
           END-IF.
           IF HLT-GERACAO NOT = WS-CI-GERACAO (CI-IDX)
               GO TO 3100-EXIT
           END-IF.

           MOVE "N" TO WS-SW-ACHOU.
           SET OP-IDX TO 1.
           SEARCH WS-OPER-ENT
               AT END CONTINUE
               WHEN OP-IDX > WS-QTD-OPERADORES
                   CONTINUE
               WHEN WS-OP-NOME (OP-IDX) = HLT-OPERADOR
                   SET ENTRADA-ENCONTRADA TO TRUE
           END-SEARCH.
           IF NOT ENTRADA-ENCONTRADA
               PERFORM 1200-INCLUI-OPERADOR THRU 1200-EXIT
               IF ABORTAR-JOB
                   GO TO 3100-EXIT
               END-IF
               MOVE HLT-OPERADOR TO WS-OP-NOME (OP-IDX)
           END-IF.
           SET WS-OP-SUB TO OP-IDX.

           IF HLT-TIPO-LOTE NOT = "A"
               ADD 1 TO WS-OP-LOTES (OP-IDX)
               IF HLT-SITUACAO = "F"
                   ADD 1 TO WS-OP-FORA (OP-IDX)
               END-IF
               IF HLT-SITUACAO = "S"
                   ADD 1 TO WS-OP-SEM-TRL (OP-IDX)
               END-IF
               IF HLT-SITUACAO = "R"
                   ADD 1 TO WS-OP-RECUSADOS (OP-IDX)
               END-IF
           END-IF.
           ADD HLT-ACEITOS    TO WS-OP-ACEITOS (OP-IDX).
           ADD HLT-REJEITADOS TO WS-OP-REJEITOS (OP-IDX).

           PERFORM 3200-ACUMULA-MOTIVO THRU 3200-EXIT
               VARYING WS-HM-SUB FROM 1 BY 1
               UNTIL WS-HM-SUB > 13 OR ABORTAR-JOB.
           IF ABORTAR-JOB
               GO TO 3100-EXIT
           END-IF.

           IF LEDGER-DISPONIVEL
               AND HLT-ID-INICIAL NUMERIC
               AND HLT-ID-FINAL NUMERIC
               AND HLT-ID-INICIAL > ZERO
               PERFORM 3300-PRAZO-REPARO THRU 3300-EXIT
                   VARYING WS-ID-SUSP FROM HLT-ID-INICIAL BY 1
                   UNTIL WS-ID-SUSP > HLT-ID-FINAL
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ACUMULA-MOTIVO - one reason slot of the history record
      * onto the operator's row, adding the code to the reason table
      * on first sight.
      *----------------------------------------------------------------
       3200-ACUMULA-MOTIVO.

           IF HLT-MOT-CODIGO (WS-HM-SUB) = SPACES
               OR HLT-MOT-QTD (WS-HM-SUB) NOT NUMERIC
               OR HLT-MOT-QTD (WS-HM-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.

           MOVE "N" TO WS-SW-ACHOU.
           SET MT-IDX TO 1.
           SEARCH WS-MOT-ENT
               AT END CONTINUE
               WHEN MT-IDX > WS-QTD-MOTIVOS
                   CONTINUE
               WHEN WS-MT-MOTIVO (MT-IDX) = HLT-MOT-CODIGO (WS-HM-SUB)
                   SET ENTRADA-ENCONTRADA TO TRUE
           END-SEARCH.

           IF NOT ENTRADA-ENCONTRADA
               IF WS-QTD-MOTIVOS = WS-MAX-MOTIVOS
                   DISPLAY "ERRO - TABELA DE MOTIVOS ESGOTADA - "
                       "LIMITE = " WS-MAX-MOTIVOS
                   SET ABORTAR-JOB TO TRUE
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-QTD-MOTIVOS
               SET MT-IDX TO WS-QTD-MOTIVOS
               MOVE HLT-MOT-CODIGO (WS-HM-SUB) TO WS-MT-MOTIVO (MT-IDX)
               MOVE ZERO TO WS-MT-TOTAL (MT-IDX)
           END-IF.

           SET WS-MT-SUB TO MT-IDX.
           ADD HLT-MOT-QTD (WS-HM-SUB)
               TO WS-OP-REJ-MOT (WS-OP-SUB, WS-MT-SUB).
           ADD HLT-MOT-QTD (WS-HM-SUB) TO WS-MT-TOTAL (MT-IDX).

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-PRAZO-REPARO - one of the batch's suspense entries: a
      * merged repair counts its days from rejection to merge, one
      * still open counts as pending. An id the ledger no longer has
      * or whose dates cannot be read is passed over.
      *----------------------------------------------------------------
       3300-PRAZO-REPARO.

           MOVE WS-ID-SUSP TO SUSP-ID.
           READ SUSPENSO-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.

           IF SUSP-SITUACAO NOT = "L"
               ADD 1 TO WS-OP-PENDENTES (OP-IDX)
               GO TO 3300-EXIT
           END-IF.

           IF SUSP-DATA (1:7) NOT NUMERIC
               OR SUSP-DATA-BAIXA (1:7) NOT NUMERIC
               GO TO 3300-EXIT
           END-IF.

           MOVE SUSP-DATA (1:4) TO WS-ANO-TRAB.
           MOVE SUSP-DATA (5:3) TO WS-DIA-TRAB.
           COMPUTE WS-DIA-INDICE-REJ = WS-ANO-TRAB * 365
               + WS-DIA-TRAB.
           MOVE SUSP-DATA-BAIXA (1:4) TO WS-ANO-TRAB.
           MOVE SUSP-DATA-BAIXA (5:3) TO WS-DIA-TRAB.
           COMPUTE WS-DIA-INDICE-BX = WS-ANO-TRAB * 365
               + WS-DIA-TRAB.
           COMPUTE WS-PRAZO-REG = WS-DIA-INDICE-BX - WS-DIA-INDICE-REJ.
           IF WS-PRAZO-REG < ZERO
               MOVE ZERO TO WS-PRAZO-REG
           END-IF.

           ADD 1 TO WS-OP-REPAROS (OP-IDX).
           ADD WS-PRAZO-REG TO WS-OP-DIAS-REP (OP-IDX).

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-IMPRIME-OPERADORES - one block per operator, master
      * operators first, then names met only on the history.
      *----------------------------------------------------------------
       4000-IMPRIME-OPERADORES.

           IF WS-QTD-OPERADORES = ZERO
               MOVE "  NENHUM OPERADOR CADASTRADO" TO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               DISPLAY WS-LINHA-RELAT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-BLOCO-OPERADOR THRU 4100-EXIT
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-QTD-OPERADORES.

       4000-EXIT.
           EXIT.

       4100-BLOCO-OPERADOR.

           ADD WS-OP-LOTES (OP-IDX)     TO WS-TOT-LOTES.
           ADD WS-OP-FORA (OP-IDX)      TO WS-TOT-FORA.
           ADD WS-OP-SEM-TRL (OP-IDX)   TO WS-TOT-SEM-TRL.
           ADD WS-OP-RECUSADOS (OP-IDX) TO WS-TOT-RECUSADOS.
           ADD WS-OP-ACEITOS (OP-IDX)   TO WS-TOT-ACEITOS.
           ADD WS-OP-REJEITOS (OP-IDX)  TO WS-TOT-REJEITOS.
           ADD WS-OP-REPAROS (OP-IDX)   TO WS-TOT-REPAROS.
           ADD WS-OP-DIAS-REP (OP-IDX)  TO WS-TOT-DIAS-REP.
           ADD WS-OP-PENDENTES (OP-IDX) TO WS-TOT-PENDENTES.

           MOVE SPACES TO WS-SUFIXO-OPER.
           IF WS-OP-CADASTRO (OP-IDX) NOT = "S"
               MOVE " - FORA DO OPERMST" TO WS-SUFIXO-OPER
           END-IF.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "OPERADOR: " WS-OP-NOME (OP-IDX)
               WS-SUFIXO-OPER
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           IF WS-OP-LOTES (OP-IDX) = ZERO
               AND WS-OP-ACEITOS (OP-IDX) = ZERO
               AND WS-OP-REJEITOS (OP-IDX) = ZERO
               MOVE "  SEM LOTES NO MES" TO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               DISPLAY WS-LINHA-RELAT
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-OP-LOTES (OP-IDX)     TO WS-QTD-ED.
           MOVE WS-OP-FORA (OP-IDX)      TO WS-QTD-ED-2.
           MOVE WS-OP-SEM-TRL (OP-IDX)   TO WS-QTD-ED-3.
           MOVE WS-OP-RECUSADOS (OP-IDX) TO WS-QTD-ED-4.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  LOTES SUBMETIDOS=" WS-QTD-ED
               " FORA DE BALANCO=" WS-QTD-ED-2
               " SEM TRAILER=" WS-QTD-ED-3
               " RECUSADOS=" WS-QTD-ED-4
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

      * Reject rates are over every record the operator's batches
      * carried that was either accepted or rejected.
           COMPUTE WS-QTD-REG-BASE = WS-OP-ACEITOS (OP-IDX)
               + WS-OP-REJEITOS (OP-IDX).
           MOVE ZERO TO WS-TAXA.
           IF WS-QTD-REG-BASE > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   WS-OP-REJEITOS (OP-IDX) * 100 / WS-QTD-REG-BASE
           END-IF.
           MOVE WS-OP-ACEITOS (OP-IDX)  TO WS-QTD-ED.
           MOVE WS-OP-REJEITOS (OP-IDX) TO WS-QTD-ED-2.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  REGISTROS ACEITOS=" WS-QTD-ED
               " REJEITADOS=" WS-QTD-ED-2
               " TAXA DE REJEICAO=" WS-TAXA-ED "%"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           SET WS-OP-SUB TO OP-IDX.
           IF WS-QTD-MOTIVOS > ZERO
               PERFORM 4200-LINHA-MOTIVO THRU 4200-EXIT
                   VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-QTD-MOTIVOS
           END-IF.

           MOVE WS-OP-REPAROS (OP-IDX)   TO WS-QTD-ED.
           MOVE WS-OP-PENDENTES (OP-IDX) TO WS-QTD-ED-2.
           MOVE SPACES TO WS-LINHA-RELAT.
           IF WS-OP-REPAROS (OP-IDX) > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-OP-DIAS-REP (OP-IDX)
                   / WS-OP-REPAROS (OP-IDX)
               MOVE WS-MEDIA TO WS-MEDIA-ED
               STRING "  REPAROS CONCLUIDOS=" WS-QTD-ED
                   " PRAZO MEDIO=" WS-MEDIA-ED " DIAS"
                   " PENDENTES=" WS-QTD-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           ELSE
               STRING "  REPAROS CONCLUIDOS=" WS-QTD-ED
                   " PRAZO MEDIO=     -"
                   " PENDENTES=" WS-QTD-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       4100-EXIT.
           EXIT.

      * One reason the operator had rejects under, with its rate.
       4200-LINHA-MOTIVO.

           SET WS-MT-SUB TO MT-IDX.
           IF WS-OP-REJ-MOT (WS-OP-SUB, WS-MT-SUB) = ZERO
               GO TO 4200-EXIT
           END-IF.

           COMPUTE WS-TAXA ROUNDED =
               WS-OP-REJ-MOT (WS-OP-SUB, WS-MT-SUB) * 100
               / WS-QTD-REG-BASE.
           MOVE WS-OP-REJ-MOT (WS-OP-SUB, WS-MT-SUB) TO WS-QTD-ED.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "    MOTIVO=" WS-MT-MOTIVO (MT-IDX)
               " REJEITOS=" WS-QTD-ED
               " TAXA=" WS-TAXA-ED "%"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-RELATORIO - the month's totals over every
      * operator.
      *----------------------------------------------------------------
       5000-ENCERRA-RELATORIO.

           MOVE WS-QTD-CICLOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL CICLOS NO MES=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           MOVE WS-TOT-LOTES     TO WS-QTD-ED.
           MOVE WS-TOT-FORA      TO WS-QTD-ED-2.
           MOVE WS-TOT-SEM-TRL   TO WS-QTD-ED-3.
           MOVE WS-TOT-RECUSADOS TO WS-QTD-ED-4.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL LOTES=" WS-QTD-ED
               " FORA DE BALANCO=" WS-QTD-ED-2
               " SEM TRAILER=" WS-QTD-ED-3
               " RECUSADOS=" WS-QTD-ED-4
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           COMPUTE WS-QTD-REG-BASE = WS-TOT-ACEITOS + WS-TOT-REJEITOS.
           MOVE ZERO TO WS-TAXA.
           IF WS-QTD-REG-BASE > ZERO
               COMPUTE WS-TAXA ROUNDED =
                   WS-TOT-REJEITOS * 100 / WS-QTD-REG-BASE
           END-IF.
           MOVE WS-TOT-ACEITOS  TO WS-QTD-ED.
           MOVE WS-TOT-REJEITOS TO WS-QTD-ED-2.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL REGISTROS ACEITOS=" WS-QTD-ED
               " REJEITADOS=" WS-QTD-ED-2
               " TAXA DE REJEICAO=" WS-TAXA-ED "%"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           IF WS-QTD-MOTIVOS > ZERO
               PERFORM 5100-TOTAL-MOTIVO THRU 5100-EXIT
                   VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-QTD-MOTIVOS
           END-IF.

           MOVE WS-TOT-REPAROS   TO WS-QTD-ED.
           MOVE WS-TOT-PENDENTES TO WS-QTD-ED-2.
           MOVE SPACES TO WS-LINHA-RELAT.
           IF WS-TOT-REPAROS > ZERO
               COMPUTE WS-MEDIA ROUNDED = WS-TOT-DIAS-REP
                   / WS-TOT-REPAROS
               MOVE WS-MEDIA TO WS-MEDIA-ED
               STRING "TOTAL REPAROS CONCLUIDOS=" WS-QTD-ED
                   " PRAZO MEDIO=" WS-MEDIA-ED " DIAS"
                   " PENDENTES=" WS-QTD-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           ELSE
               STRING "TOTAL REPAROS CONCLUIDOS=" WS-QTD-ED
                   " PRAZO MEDIO=     -"
                   " PENDENTES=" WS-QTD-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
           END-IF.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5000-EXIT.
           EXIT.

       5100-TOTAL-MOTIVO.

           COMPUTE WS-TAXA ROUNDED =
               WS-MT-TOTAL (MT-IDX) * 100 / WS-QTD-REG-BASE.
           MOVE WS-MT-TOTAL (MT-IDX) TO WS-QTD-ED.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  MOTIVO=" WS-MT-MOTIVO (MT-IDX)
               " REJEITOS=" WS-QTD-ED
               " TAXA=" WS-TAXA-ED "%"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CALCULA-MES - turn WS-CALC-ANO/WS-CALC-DIA-ANO (year and
      * day-of-year) into the calendar month in WS-CALC-MES, raising
      * February's table entry by one in a leap year before scanning;
      * the same conversion CBL0011 uses.
      *----------------------------------------------------------------
       6000-CALCULA-MES.

           MOVE "N" TO WS-BISSEXTO.
           DIVIDE WS-CALC-ANO BY 4 GIVING WS-CALC-QUOCIENTE
               REMAINDER WS-CALC-RESTO.
           IF WS-CALC-RESTO = ZERO
               MOVE "S" TO WS-BISSEXTO
               DIVIDE WS-CALC-ANO BY 100 GIVING WS-CALC-QUOCIENTE
                   REMAINDER WS-CALC-RESTO
               IF WS-CALC-RESTO = ZERO
                   MOVE "N" TO WS-BISSEXTO
                   DIVIDE WS-CALC-ANO BY 400 GIVING WS-CALC-QUOCIENTE
                       REMAINDER WS-CALC-RESTO
                   IF WS-CALC-RESTO = ZERO
                       MOVE "S" TO WS-BISSEXTO
                   END-IF
               END-IF
           END-IF.

           MOVE 1 TO WS-CALC-MES.
           MOVE "N" TO WS-SW-MES-CALC.
           PERFORM 6100-TESTA-MES THRU 6100-EXIT
               UNTIL MES-CALCULADO OR WS-CALC-MES > 12.

      * A day-of-year past December (a corrupt date) pins the month
      * at twelve rather than running off the table.
           IF NOT MES-CALCULADO
               MOVE 12 TO WS-CALC-MES
           END-IF.

       6000-EXIT.
           EXIT.

       6100-TESTA-MES.

           MOVE WS-DIAS-FIM-MES (WS-CALC-MES) TO WS-DIAS-LIMITE.
           IF WS-BISSEXTO = "S" AND WS-CALC-MES NOT < 2
               ADD 1 TO WS-DIAS-LIMITE
           END-IF.

           IF WS-CALC-DIA-ANO NOT > WS-DIAS-LIMITE
               SET MES-CALCULADO TO TRUE
           ELSE
               ADD 1 TO WS-CALC-MES
           END-IF.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the files before GOBACK. The ledger
      * is only closed when its OPEN actually found a file.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           IF LEDGER-DISPONIVEL
               CLOSE SUSPENSO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

       8000-EXIT.
           EXIT.
