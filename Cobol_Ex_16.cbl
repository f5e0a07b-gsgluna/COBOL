      *****************************************************************
      * Program name:    CBL0017
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - the master change-history
      *                    inquiry: for each inquiry on PARMHST (an
      *                    account code or an operator name, an as-of
      *                    business date and a date range) rebuilds
      *                    the CONTAMST or OPERMST record as it stood
      *                    at the close of the as-of date from the
      *                    MSTHIST history CBL0005 and CBL0008 write,
      *                    and lists every change in the range with
      *                    its before and after images.
      *   2026-10-15 MNT  A code with no change on the history is now
      *                    looked up on its current master: the record
      *                    is printed when found, and NAO CADASTRADO
      *                    when the code is not on the master at all.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0017.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO MSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WS-HST-STATUS.

           SELECT MESTRE-FILE ASSIGN TO CONTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CONTA
               FILE STATUS IS WS-MST-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-NOME
               FILE STATUS IS WS-OPR-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO HSTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELAT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one inquiry per record: the master ("C" =
      * CONTAMST account, "O" = OPERMST operator), the account code
      * or operator name, the as-of business date, and the first and
      * last business dates of the change listing (all AAAADDD). A
      * non-numeric range start lists from the beginning of the
      * history; a non-numeric range end stops at the as-of date.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  PARM-RECORD.
           05  PH-TIPO                 PIC X(01).
           05  PH-CODIGO               PIC X(36).
           05  PH-DATA                 PIC X(07).
           05  PH-DATA-DE              PIC X(07).
           05  PH-DATA-ATE             PIC X(07).
      *----------------------------------------------------------------
      * HISTORICO-FILE - the MSTHIST permanent change history of both
      * masters; the layout and its rules are described on
      * HST-RECORD in CBL0005 and must stay in step with it.
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
      * MESTRE-FILE - the CONTAMST master, read for an account with no
      * recorded change; the layout must stay in step with MST-RECORD
      * in CBL0005.
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
      * OPERADOR-FILE - the OPERMST master, read for an operator with
      * no recorded change; the layout must stay in step with
      * OPR-RECORD in CBL0008.
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
      * RELATORIO-FILE - the inquiry report.
      *----------------------------------------------------------------
       FD  RELATORIO-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RELAT-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-HST-STATUS      PIC X(02) VALUE "00".
       77 WS-MST-STATUS      PIC X(02) VALUE "00".
       77 WS-OPR-STATUS      PIC X(02) VALUE "00".
       77 WS-RELAT-STATUS    PIC X(02) VALUE "00".

       77 WS-LINHA-RELAT     PIC X(132) VALUE SPACES.

      * The inquiry in hand with its range defaults applied.
       77 WS-DATA-CONSULTA   PIC X(07) VALUE SPACES.
       77 WS-DATA-DE         PIC X(07) VALUE SPACES.
       77 WS-DATA-ATE        PIC X(07) VALUE SPACES.
       77 WS-MOTIVO-RECUSA   PIC X(40) VALUE SPACES.

      * What the reconstruction pass found: the after image of the
      * last change on or before the as-of date, or failing that the
      * before image of the first change after it.
       77 WS-IMAGEM-VIGENTE  PIC X(64) VALUE SPACES.
       77 WS-IMAGEM-POSTER   PIC X(64) VALUE SPACES.
       77 WS-ROTULO          PIC X(10) VALUE SPACES.

      * One 64-byte master image, seen as either master's record.
       01 WS-IMAGEM                  PIC X(64) VALUE SPACES.
       01 WS-IMG-CONTA REDEFINES WS-IMAGEM.
           05 WS-IMG-MST-CONTA       PIC X(05).
           05 WS-IMG-MST-DESCRICAO   PIC X(30).
           05 WS-IMG-MST-RAZAO       PIC X(08).
           05 WS-IMG-MST-SITUACAO    PIC X(01).
           05 WS-IMG-MST-LIM-MIN     PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
           05 WS-IMG-MST-LIM-MAX     PIC S9(07)V99
                                      SIGN LEADING SEPARATE.
       01 WS-IMG-OPERADOR REDEFINES WS-IMAGEM.
           05 WS-IMG-OPR-NOME        PIC X(36).
           05 WS-IMG-OPR-SITUACAO    PIC X(01).
           05 WS-IMG-OPR-PERMISSOES  PIC X(04).
           05 FILLER                 PIC X(23).

       77 WS-LIMITE-MIN-ED   PIC -Z(06)9.99 VALUE ZEROS.
       77 WS-LIMITE-MAX-ED   PIC -Z(06)9.99 VALUE ZEROS.

       77 WS-QTD-CONSULTAS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-RECUSADAS   PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ALTERACOES  PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.

       77 WS-SW-FIM-PARM     PIC X(01) VALUE "N".
           88 FIM-CONSULTAS          VALUE "S".
       77 WS-SW-FIM-HST      PIC X(01) VALUE "N".
           88 FIM-HISTORICO          VALUE "S".
       77 WS-SW-ANTERIOR     PIC X(01) VALUE "N".
           88 ACHOU-ANTERIOR         VALUE "S".
       77 WS-SW-POSTERIOR    PIC X(01) VALUE "N".
           88 ACHOU-POSTERIOR        VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - open the files, answer every inquiry and
      * close down.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2100-LER-CONSULTA THRU 2100-EXIT.
           PERFORM 2000-ATENDE-CONSULTA THRU 2000-EXIT
               UNTIL FIM-CONSULTAS.

           PERFORM 5000-ENCERRA-RELATORIO THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - open the inquiries, the history, both
      * masters and the report. No history yet is not an error: every
      * inquiry then answers from the current master; a master not
      * yet created answers every inquiry on it as not on file.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMHST INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HISTORICO-FILE.
           IF WS-HST-STATUS NOT = "00"
               AND WS-HST-STATUS NOT = "35"
               DISPLAY "ERRO - MSTHIST INDISPONIVEL - FILE STATUS = "
                   WS-HST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT MESTRE-FILE.
           IF WS-MST-STATUS NOT = "00"
               AND WS-MST-STATUS NOT = "35"
               DISPLAY "ERRO - CONTAMST INDISPONIVEL - FILE STATUS = "
                   WS-MST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT OPERADOR-FILE.
           IF WS-OPR-STATUS NOT = "00"
               AND WS-OPR-STATUS NOT = "35"
               DISPLAY "ERRO - OPERMST INDISPONIVEL - FILE STATUS = "
                   WS-OPR-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           IF WS-RELAT-STATUS NOT = "00"
               DISPLAY "ERRO - HSTREL INDISPONIVEL - FILE STATUS = "
                   WS-RELAT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE "CONSULTA AO HISTORICO DE ALTERACOES DOS MESTRES"
               TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ATENDE-CONSULTA - validate one inquiry, rebuild the
      * record as of its date, then list the changes in its range.
      *----------------------------------------------------------------
       2000-ATENDE-CONSULTA.

           ADD 1 TO WS-QTD-CONSULTAS.

           IF PH-TIPO NOT = "C" AND PH-TIPO NOT = "O"
               MOVE "MESTRE INVALIDO" TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-CONSULTA THRU 2500-EXIT
               GO TO 2000-LER
           END-IF.
           IF PH-CODIGO = SPACES
               MOVE "CODIGO EM BRANCO" TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-CONSULTA THRU 2500-EXIT
               GO TO 2000-LER
           END-IF.
           IF PH-DATA NOT NUMERIC
               MOVE "DATA DE REFERENCIA INVALIDA" TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-CONSULTA THRU 2500-EXIT
               GO TO 2000-LER
           END-IF.

           MOVE PH-DATA TO WS-DATA-CONSULTA.
           IF PH-DATA-DE NUMERIC
               MOVE PH-DATA-DE TO WS-DATA-DE
           ELSE
               MOVE "0000000" TO WS-DATA-DE
           END-IF.
           IF PH-DATA-ATE NUMERIC
               MOVE PH-DATA-ATE TO WS-DATA-ATE
           ELSE
               MOVE WS-DATA-CONSULTA TO WS-DATA-ATE
           END-IF.

           MOVE SPACES TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           STRING "CONSULTA MESTRE=" PH-TIPO
               " CODIGO=" PH-CODIGO
               " POSICAO EM=" WS-DATA-CONSULTA
               " ALTERACOES DE=" WS-DATA-DE
               " ATE=" WS-DATA-ATE
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           PERFORM 3000-RECONSTROI-REGISTRO THRU 3000-EXIT.
           PERFORM 4000-LISTA-ALTERACOES THRU 4000-EXIT.

       2000-LER.
           PERFORM 2100-LER-CONSULTA THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LER-CONSULTA - read the next inquiry record.
      *----------------------------------------------------------------
       2100-LER-CONSULTA.

           READ PARAMETRO-FILE
               AT END MOVE "S" TO WS-SW-FIM-PARM
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-POSICIONA-HISTORICO - position the history on the first
      * entry for the inquiry's master and code and read it; no entry
      * (or no history file at all) leaves FIM-HISTORICO set.
      *----------------------------------------------------------------
       2200-POSICIONA-HISTORICO.

           MOVE "N" TO WS-SW-FIM-HST.
           IF WS-HST-STATUS = "35"
               MOVE "S" TO WS-SW-FIM-HST
               GO TO 2200-EXIT
           END-IF.

           MOVE LOW-VALUES TO HST-CHAVE.
           MOVE PH-TIPO    TO HST-TIPO.
           MOVE PH-CODIGO  TO HST-CODIGO.
           START HISTORICO-FILE KEY NOT < HST-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-HST
                   GO TO 2200-EXIT
           END-START.

           PERFORM 2300-LER-HISTORICO THRU 2300-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-LER-HISTORICO - read the next history entry; one for
      * another master or code ends the inquiry's entries.
      *----------------------------------------------------------------
       2300-LER-HISTORICO.

           READ HISTORICO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-HST
                   GO TO 2300-EXIT
           END-READ.

           IF HST-TIPO NOT = PH-TIPO
               OR HST-CODIGO NOT = PH-CODIGO
               MOVE "S" TO WS-SW-FIM-HST
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-RECUSA-CONSULTA - list a refused inquiry; the caller
      * leaves the reason text in WS-MOTIVO-RECUSA.
      *----------------------------------------------------------------
       2500-RECUSA-CONSULTA.

           ADD 1 TO WS-QTD-RECUSADAS.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "CONSULTA RECUSADA MESTRE=" PH-TIPO
               " CODIGO=" PH-CODIGO
               " MOTIVO=" WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECONSTROI-REGISTRO - the record at the close of the
      * as-of date is the after image of the last change dated on or
      * before it (none, after a delete). With no change that early,
      * the record was as the first later change found it, and the
      * report says the position predates the history; with no
      * change at all, the current master has stood unchanged since
      * the history began and its record is the answer (3200).
      *----------------------------------------------------------------
       3000-RECONSTROI-REGISTRO.

           MOVE "N" TO WS-SW-ANTERIOR.
           MOVE "N" TO WS-SW-POSTERIOR.
           MOVE SPACES TO WS-IMAGEM-VIGENTE.
           MOVE SPACES TO WS-IMAGEM-POSTER.

           PERFORM 2200-POSICIONA-HISTORICO THRU 2200-EXIT.
           PERFORM 3100-EXAMINA-ENTRADA THRU 3100-EXIT
               UNTIL FIM-HISTORICO.

           IF ACHOU-ANTERIOR
               IF WS-IMAGEM-VIGENTE = SPACES
                   MOVE "  POSICAO: EXCLUIDO DO MESTRE NA DATA"
                       TO WS-LINHA-RELAT
                   WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               ELSE
                   MOVE WS-IMAGEM-VIGENTE TO WS-IMAGEM
                   MOVE "  POSICAO:" TO WS-ROTULO
                   PERFORM 5100-FORMATA-IMAGEM THRU 5100-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF.

           IF ACHOU-POSTERIOR
               IF WS-IMAGEM-POSTER = SPACES
                   MOVE "  POSICAO: AINDA NAO CADASTRADO NA DATA"
                       TO WS-LINHA-RELAT
                   WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               ELSE
                   MOVE WS-IMAGEM-POSTER TO WS-IMAGEM
                   MOVE "  POSICAO:" TO WS-ROTULO
                   PERFORM 5100-FORMATA-IMAGEM THRU 5100-EXIT
                   MOVE SPACES TO WS-LINHA-RELAT
                   STRING "  (ANTERIOR AO HISTORICO - IMAGEM ANTES"
                       " DA PRIMEIRA ALTERACAO REGISTRADA)"
                       DELIMITED BY SIZE INTO WS-LINHA-RELAT
                   WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               END-IF
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-LE-MESTRE-ATUAL THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

       3100-EXAMINA-ENTRADA.

           IF HST-DATA (1:7) NOT > WS-DATA-CONSULTA
               MOVE HST-DEPOIS TO WS-IMAGEM-VIGENTE
               MOVE "S" TO WS-SW-ANTERIOR
           ELSE
               IF NOT ACHOU-POSTERIOR
                   MOVE HST-ANTES TO WS-IMAGEM-POSTER
                   MOVE "S" TO WS-SW-POSTERIOR
               END-IF
           END-IF.

           PERFORM 2300-LER-HISTORICO THRU 2300-EXIT.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-LE-MESTRE-ATUAL - the position of a code the history
      * never saw change: the record on its current master, printed
      * as the history images are, or NAO CADASTRADO when the code is
      * not on the master (or the master does not exist yet).
      *----------------------------------------------------------------
       3200-LE-MESTRE-ATUAL.

           MOVE "  POSICAO: NAO CADASTRADO" TO WS-LINHA-RELAT.

           IF PH-TIPO = "O"
               IF WS-OPR-STATUS = "35"
                   GO TO 3200-GRAVA
               END-IF
               MOVE PH-CODIGO TO OPR-NOME
               READ OPERADOR-FILE
                   INVALID KEY
                       GO TO 3200-GRAVA
               END-READ
               MOVE OPR-RECORD TO WS-IMAGEM
           ELSE
               IF WS-MST-STATUS = "35"
                   GO TO 3200-GRAVA
               END-IF
               IF PH-CODIGO (6:31) NOT = SPACES
                   GO TO 3200-GRAVA
               END-IF
               MOVE PH-CODIGO (1:5) TO MST-CONTA
               READ MESTRE-FILE
                   INVALID KEY
                       GO TO 3200-GRAVA
               END-READ
               MOVE MST-RECORD TO WS-IMAGEM
           END-IF.

           MOVE "  POSICAO:" TO WS-ROTULO.
           PERFORM 5100-FORMATA-IMAGEM THRU 5100-EXIT.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  (SEM ALTERACAO NO HISTORICO - REGISTRO DO MESTRE"
               " ATUAL)"
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.

       3200-GRAVA.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LISTA-ALTERACOES - list every change dated within the
      * inquiry's range, oldest first, with both images.
      *----------------------------------------------------------------
       4000-LISTA-ALTERACOES.

           PERFORM 2200-POSICIONA-HISTORICO THRU 2200-EXIT.
           PERFORM 4100-LISTA-ENTRADA THRU 4100-EXIT
               UNTIL FIM-HISTORICO.

       4000-EXIT.
           EXIT.

       4100-LISTA-ENTRADA.

           IF HST-DATA (1:7) < WS-DATA-DE
               OR HST-DATA (1:7) > WS-DATA-ATE
               GO TO 4100-LER
           END-IF.

           ADD 1 TO WS-QTD-ALTERACOES.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "  ALTERACAO DATA=" HST-DATA (1:7)
               " ACAO=" HST-ACAO
               " PROGRAMA=" HST-PROGRAMA
               " EXECUCAO=" HST-EXEC-DATA "-" HST-EXEC-HORA
               " SEQ=" HST-SEQUENCIA
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           IF HST-ANTES NOT = SPACES
               MOVE HST-ANTES TO WS-IMAGEM
               MOVE "    ANTES:" TO WS-ROTULO
               PERFORM 5100-FORMATA-IMAGEM THRU 5100-EXIT
           END-IF.
           IF HST-DEPOIS NOT = SPACES
               MOVE HST-DEPOIS TO WS-IMAGEM
               MOVE "   DEPOIS:" TO WS-ROTULO
               PERFORM 5100-FORMATA-IMAGEM THRU 5100-EXIT
           END-IF.

       4100-LER.
           PERFORM 2300-LER-HISTORICO THRU 2300-EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-RELATORIO - write the closing counts.
      *----------------------------------------------------------------
       5000-ENCERRA-RELATORIO.

           MOVE SPACES TO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

           MOVE WS-QTD-CONSULTAS TO WS-QTD-ED.
           STRING "TOTAL CONSULTAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           MOVE WS-QTD-RECUSADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL RECUSADAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

           MOVE WS-QTD-ALTERACOES TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELAT.
           STRING "TOTAL ALTERACOES LISTADAS=" WS-QTD-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.
           DISPLAY WS-LINHA-RELAT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-FORMATA-IMAGEM - print the master image in WS-IMAGEM
      * field by field under the caller's label in WS-ROTULO, as an
      * account or an operator according to the inquiry's master.
      *----------------------------------------------------------------
       5100-FORMATA-IMAGEM.

           MOVE SPACES TO WS-LINHA-RELAT.
           IF PH-TIPO = "O"
               STRING WS-ROTULO
                   " OPERADOR=" WS-IMG-OPR-NOME
                   " SITUACAO=" WS-IMG-OPR-SITUACAO
                   " PERMISSOES=" WS-IMG-OPR-PERMISSOES
                   DELIMITED BY SIZE INTO WS-LINHA-RELAT
               WRITE RELAT-RECORD FROM WS-LINHA-RELAT
               GO TO 5100-EXIT
           END-IF.

           MOVE ZEROS TO WS-LIMITE-MIN-ED.
           MOVE ZEROS TO WS-LIMITE-MAX-ED.
           IF WS-IMG-MST-LIM-MIN NUMERIC
               MOVE WS-IMG-MST-LIM-MIN TO WS-LIMITE-MIN-ED
           END-IF.
           IF WS-IMG-MST-LIM-MAX NUMERIC
               MOVE WS-IMG-MST-LIM-MAX TO WS-LIMITE-MAX-ED
           END-IF.
           STRING WS-ROTULO
               " CONTA=" WS-IMG-MST-CONTA
               " DESC=" WS-IMG-MST-DESCRICAO
               " RAZAO=" WS-IMG-MST-RAZAO
               " SITUACAO=" WS-IMG-MST-SITUACAO
               " LIMITES=" WS-LIMITE-MIN-ED
               " A " WS-LIMITE-MAX-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELAT.
           WRITE RELAT-RECORD FROM WS-LINHA-RELAT.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FINALIZACAO - close the files before GOBACK.
      *----------------------------------------------------------------
       8000-FINALIZACAO.

           CLOSE PARAMETRO-FILE.
           IF WS-HST-STATUS NOT = "35"
               CLOSE HISTORICO-FILE
           END-IF.
           IF WS-MST-STATUS NOT = "35"
               CLOSE MESTRE-FILE
           END-IF.
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPERADOR-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

       8000-EXIT.
           EXIT.
