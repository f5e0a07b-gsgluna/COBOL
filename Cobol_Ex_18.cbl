      *****************************************************************
      * Program name:    CBL0019
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - retransmits a GLOUT feed
      *                    generation from the GLARQ archive CBL0002
      *                    files every completed run into: for the
      *                    generation named on the parameter record,
      *                    proves the archived copy against its GLFEEDS
      *                    register entry (count and hash total of
      *                    GL-SOMA, and its own header and trailer)
      *                    before anything is released, re-cuts the
      *                    feed byte for byte to GLREENV, and logs the
      *                    resend on GLFEEDS as a retransmission so
      *                    CBL0006 can tell it from the original
      *                    delivery. RETURN-CODE 8 when the generation
      *                    cannot be proved and nothing is released.
      *   2026-10-15 MNT  A summarized type-S journal line proves on
      *                    its own wider GL-S-SOMA; the retransmission
      *                    record carries the original's transaction
      *                    count along with its line count.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0019.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO PARMREE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEEDS-FILE ASSIGN TO GLFEEDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-STATUS.

           SELECT ARQGL-FILE ASSIGN TO GLARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT REENVIO-FILE ASSIGN TO GLREENV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REENV-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * PARAMETRO-FILE - one record: the GL-H-GERACAO number of the
      * feed to retransmit.
      *----------------------------------------------------------------
       FD  PARAMETRO-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PARM-RECORD.
           05  PR-GERACAO              PIC X(06).
      *----------------------------------------------------------------
      * FEEDS-FILE - the feed register; the layout must stay in step
      * with FEED-RECORD in CBL0002. Read once to find the original
      * delivery of the generation, then extended with the
      * retransmission record.
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
           05  FEED-DATA-ENVIO         PIC X(10).
           05  FEED-QTD-TRANS          PIC 9(09).
      *----------------------------------------------------------------
      * ARQGL-FILE - the GLOUT generation archive; the layout must
      * stay in step with ARQ-RECORD in CBL0002.
      *----------------------------------------------------------------
       FD  ARQGL-FILE
           RECORD CONTAINS 112 CHARACTERS.
       01  ARQ-RECORD.
           05  ARQ-CHAVE.
               10  ARQ-GERACAO         PIC 9(06).
               10  ARQ-SEQUENCIA       PIC 9(09).
           05  ARQ-REGISTRO            PIC X(97).
      *----------------------------------------------------------------
      * REENVIO-FILE - the re-cut feed, in exactly the GLOUT form
      * CBL0002 wrote it (97-byte GL-RECORD, line sequential).
      *----------------------------------------------------------------
       FD  REENVIO-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  REENV-RECORD           PIC X(97).
      *----------------------------------------------------------------
      * CALENDARIO-FILE - the processing calendar; the layout must
      * stay in step with CAL-REGISTRO in CBL0002. The retransmission
      * is logged on the business date today's system date maps to.
      *----------------------------------------------------------------
       FD  CALENDARIO-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  CAL-REGISTRO.
           05  CAL-DATA-SISTEMA        PIC 9(07).
           05  CAL-DATA-NEGOCIO        PIC 9(07).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS     PIC X(02) VALUE "00".
       77 WS-FEEDS-STATUS    PIC X(02) VALUE "00".
       77 WS-ARQ-STATUS      PIC X(02) VALUE "00".
       77 WS-REENV-STATUS    PIC X(02) VALUE "00".
       77 WS-CAL-STATUS      PIC X(02) VALUE "00".

       77 WS-GERACAO         PIC 9(06) VALUE ZEROS.
       77 WS-DATA            PIC X(10) VALUE SPACES.
       77 WS-DATA-SISTEMA    PIC 9(07) VALUE ZEROS.

      * The original delivery of the generation as GLFEEDS holds it,
      * and how many times it has been retransmitted before.
       77 WS-FEED-DATA       PIC X(10) VALUE SPACES.
       77 WS-FEED-CICLO      PIC 9(03) VALUE ZEROS.
       77 WS-FEED-CONTAGEM   PIC 9(09) VALUE ZEROS.
       77 WS-FEED-HASH       PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-FEED-QTD-TRANS  PIC X(09) VALUE SPACES.
       77 WS-QTD-REENVIOS    PIC 9(04) COMP VALUE ZERO.

      * One archived GLOUT record, in the layouts of GL-RECORD in
      * CBL0002, for the proof pass to read.
       01 WS-GL-REGISTRO.
           05 WS-GL-TIPO-REG      PIC X(01).
           05 WS-GL-DATA          PIC X(10).
           05 WS-GL-N01           PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05 WS-GL-N02           PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05 WS-GL-SOMA          PIC S9(08)V99
                                   SIGN LEADING SEPARATE.
           05 WS-GL-DIVISAO       PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 WS-GL-CONTA         PIC X(05).
           05 WS-GL-CONTA-RAZAO   PIC X(08).
           05 WS-GL-DESCRICAO     PIC X(30).
       01 WS-GL-HEADER REDEFINES WS-GL-REGISTRO.
           05 WS-GL-H-TIPO-REG    PIC X(01).
           05 WS-GL-H-DATA        PIC X(10).
           05 WS-GL-H-GERACAO     PIC 9(06).
           05 WS-GL-H-CICLO       PIC 9(03).
           05 FILLER              PIC X(77).
       01 WS-GL-TRAILER REDEFINES WS-GL-REGISTRO.
           05 WS-GL-T-TIPO-REG    PIC X(01).
           05 WS-GL-T-CONTAGEM    PIC 9(09).
           05 WS-GL-T-HASH        PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER              PIC X(71).
       01 WS-GL-RESUMO REDEFINES WS-GL-REGISTRO.
           05 WS-GL-S-TIPO-REG    PIC X(01).
           05 WS-GL-S-DATA        PIC X(10).
           05 WS-GL-S-QTD-TRANS   PIC 9(09).
           05 FILLER              PIC X(11).
           05 WS-GL-S-SOMA        PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER              PIC X(50).

      * What the proof pass found in the archive.
       77 WS-SEQ-ESPERADA    PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-REG-ARQ     PIC 9(09) COMP VALUE ZERO.
       77 WS-QTD-POSTAGENS   PIC 9(09) COMP VALUE ZERO.
       77 WS-HASH-POSTAGENS  PIC S9(13)V99 COMP VALUE ZERO.
       77 WS-T-CONTAGEM      PIC 9(09) VALUE ZEROS.
       77 WS-T-HASH          PIC S9(13)V99 COMP VALUE ZERO.

      * Reason the generation cannot be released; set by each refusal
      * site just before the GO TO that ends the proof.
       77 WS-MOTIVO-RECUSA   PIC X(50) VALUE SPACES.

       77 WS-QTD-ED          PIC Z(08)9 VALUE ZEROS.
       77 WS-HASH-ED         PIC -Z(12)9.99 VALUE ZEROS.

       77 WS-SW-ACHOU-FEED   PIC X(01) VALUE "N".
           88 FEED-ENCONTRADO        VALUE "S".

       77 WS-SW-HEADER       PIC X(01) VALUE "N".
           88 HEADER-LIDO            VALUE "S".

       77 WS-SW-TRAILER      PIC X(01) VALUE "N".
           88 TRAILER-LIDO           VALUE "S".

       77 WS-SW-FIM-FEEDS    PIC X(01) VALUE "N".
           88 FIM-FEEDS              VALUE "S".

       77 WS-SW-FIM-ARQ      PIC X(01) VALUE "N".
           88 FIM-ARQUIVO-GL         VALUE "S".

       77 WS-SW-FIM-CAL      PIC X(01) VALUE "N".
           88 FIM-CALENDARIO         VALUE "S".
       77 WS-SW-ACHOU-CAL    PIC X(01) VALUE "N".
           88 DATA-NO-CALENDARIO     VALUE "S".

       77 WS-SW-RECUSA       PIC X(01) VALUE "N".
           88 GERACAO-RECUSADA       VALUE "S".

       77 WS-SW-ABORTAR      PIC X(01) VALUE "N".
           88 ABORTAR-JOB            VALUE "S".
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - find the generation's original delivery on
      * GLFEEDS, prove the archived copy against it, and only then
      * re-cut the feed and log the retransmission. A refusal
      * releases nothing and logs nothing.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB OR GERACAO-RECUSADA
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2000-CONFERE-ARQUIVO THRU 2000-EXIT.
           IF ABORTAR-JOB OR GERACAO-RECUSADA
               GO TO 0000-EXIT
           END-IF.

           PERFORM 3000-RECORTA-FEED THRU 3000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 4000-REGISTRA-REENVIO THRU 4000-EXIT.

       0000-EXIT.
           IF GERACAO-RECUSADA AND NOT ABORTAR-JOB
               DISPLAY "REENVIO RECUSADO - GERACAO=" WS-GERACAO
                   " - " WS-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - read the generation parameter, take the
      * business date from CALFILE and look the generation up on the
      * feed register: the last original record for it is the
      * delivery the archived copy must match, and the retransmission
      * records already logged for it are counted.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT PARAMETRO-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO - PARMREE INDISPONIVEL - FILE STATUS = "
                   WS-PARM-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ PARAMETRO-FILE
               AT END CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = "00"
               OR PR-GERACAO NOT NUMERIC
               DISPLAY "ERRO - PARMREE SEM GERACAO VALIDA"
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PR-GERACAO TO WS-GERACAO.
           CLOSE PARAMETRO-FILE.

           ACCEPT WS-DATA-SISTEMA FROM DAY YYYYDDD.
           PERFORM 1200-CONSULTA-CALENDARIO THRU 1200-EXIT.
           IF ABORTAR-JOB
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT FEEDS-FILE.
           IF WS-FEEDS-STATUS = "35"
               MOVE "GLFEEDS INEXISTENTE" TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-FEEDS-STATUS NOT = "00"
               DISPLAY "ERRO - GLFEEDS INDISPONIVEL - FILE STATUS = "
                   WS-FEEDS-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-FEEDS.
           PERFORM 1100-LER-FEED THRU 1100-EXIT
               UNTIL FIM-FEEDS.
           CLOSE FEEDS-FILE.

           IF NOT FEED-ENCONTRADO
               MOVE "GERACAO NAO CONSTA DE GLFEEDS"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-FEED-CONTAGEM TO WS-QTD-ED.
           MOVE WS-FEED-HASH TO WS-HASH-ED.
           DISPLAY "REENVIO - GERACAO=" WS-GERACAO
               " DATA-FEED=" WS-FEED-DATA (1:7)
               " CICLO=" WS-FEED-CICLO
               " QTD=" WS-QTD-ED
               " HASH=" WS-HASH-ED.

       1000-EXIT.
           EXIT.

       1100-LER-FEED.

           READ FEEDS-FILE
               AT END
                   MOVE "S" TO WS-SW-FIM-FEEDS
                   GO TO 1100-EXIT
           END-READ.

           IF FEED-GERACAO NOT = WS-GERACAO
               GO TO 1100-EXIT
           END-IF.

           IF FEED-TIPO = "R"
               ADD 1 TO WS-QTD-REENVIOS
               GO TO 1100-EXIT
           END-IF.

           SET FEED-ENCONTRADO TO TRUE.
           MOVE FEED-DATA     TO WS-FEED-DATA.
           MOVE FEED-CICLO    TO WS-FEED-CICLO.
           MOVE FEED-CONTAGEM TO WS-FEED-CONTAGEM.
           MOVE FEED-HASH     TO WS-FEED-HASH.
           MOVE FEED-QTD-TRANS TO WS-FEED-QTD-TRANS.

       1100-EXIT.
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
      * 2000-CONFERE-ARQUIVO - the proof pass. The archived copy must
      * be whole - positions 1, 2, 3 ... with no gap, a header
      * naming this generation first and a trailer last - and its
      * postings must add up to its own trailer and to the GLFEEDS
      * entry, count and hash alike. Anything less is refused with
      * nothing written.
      *----------------------------------------------------------------
       2000-CONFERE-ARQUIVO.

           OPEN INPUT ARQGL-FILE.
           IF WS-ARQ-STATUS = "35"
               MOVE "GLARQ INEXISTENTE" TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO - GLARQ INDISPONIVEL - FILE STATUS = "
                   WS-ARQ-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-SEQ-ESPERADA.
           MOVE ZERO TO WS-QTD-REG-ARQ.
           MOVE "N" TO WS-SW-FIM-ARQ.
           MOVE WS-GERACAO TO ARQ-GERACAO.
           MOVE ZERO TO ARQ-SEQUENCIA.
           START ARQGL-FILE KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQ
           END-START.

           PERFORM 2100-CONFERE-REGISTRO THRU 2100-EXIT
               UNTIL FIM-ARQUIVO-GL OR GERACAO-RECUSADA.
           CLOSE ARQGL-FILE.
           IF GERACAO-RECUSADA
               GO TO 2000-EXIT
           END-IF.

           IF WS-QTD-REG-ARQ = ZERO
               MOVE "GERACAO NAO ARQUIVADA EM GLARQ"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF NOT TRAILER-LIDO
               MOVE "COPIA ARQUIVADA SEM TRAILER" TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-QTD-POSTAGENS NOT = WS-T-CONTAGEM
               OR WS-HASH-POSTAGENS NOT = WS-T-HASH
               MOVE "POSTAGENS NAO CONFEREM COM O TRAILER ARQUIVADO"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF WS-QTD-POSTAGENS NOT = WS-FEED-CONTAGEM
               OR WS-HASH-POSTAGENS NOT = WS-FEED-HASH
               MOVE WS-QTD-POSTAGENS TO WS-QTD-ED
               MOVE WS-HASH-POSTAGENS TO WS-HASH-ED
               DISPLAY "ARQUIVADO QTD=" WS-QTD-ED " HASH=" WS-HASH-ED
               MOVE "COPIA ARQUIVADA NAO CONFERE COM GLFEEDS"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2000-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERE-REGISTRO.

           READ ARQGL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQ
                   GO TO 2100-EXIT
           END-READ.

           IF ARQ-GERACAO NOT = WS-GERACAO
               MOVE "S" TO WS-SW-FIM-ARQ
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-SEQ-ESPERADA.
           ADD 1 TO WS-QTD-REG-ARQ.
           IF ARQ-SEQUENCIA NOT = WS-SEQ-ESPERADA
               MOVE "COPIA ARQUIVADA INCOMPLETA - FALTA REGISTRO"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF TRAILER-LIDO
               MOVE "REGISTRO APOS O TRAILER ARQUIVADO"
                   TO WS-MOTIVO-RECUSA
               SET GERACAO-RECUSADA TO TRUE
               GO TO 2100-EXIT
           END-IF.

           MOVE ARQ-REGISTRO TO WS-GL-REGISTRO.

           IF WS-SEQ-ESPERADA = 1
               IF WS-GL-H-TIPO-REG NOT = "H"
                   OR WS-GL-H-GERACAO NOT = WS-GERACAO
                   MOVE "COPIA ARQUIVADA SEM HEADER DA GERACAO"
                       TO WS-MOTIVO-RECUSA
                   SET GERACAO-RECUSADA TO TRUE
                   GO TO 2100-EXIT
               END-IF
               SET HEADER-LIDO TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF WS-GL-T-TIPO-REG = "T"
               SET TRAILER-LIDO TO TRUE
               MOVE WS-GL-T-CONTAGEM TO WS-T-CONTAGEM
               MOVE WS-GL-T-HASH TO WS-T-HASH
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-QTD-POSTAGENS.
           IF WS-GL-S-TIPO-REG = "S"
               ADD WS-GL-S-SOMA TO WS-HASH-POSTAGENS
           ELSE
               ADD WS-GL-SOMA TO WS-HASH-POSTAGENS
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECORTA-FEED - the proven copy goes out to GLREENV record
      * for record, in archive order.
      *----------------------------------------------------------------
       3000-RECORTA-FEED.

           OPEN INPUT ARQGL-FILE.
           IF WS-ARQ-STATUS NOT = "00"
               DISPLAY "ERRO - GLARQ INDISPONIVEL - FILE STATUS = "
                   WS-ARQ-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT REENVIO-FILE.
           IF WS-REENV-STATUS NOT = "00"
               DISPLAY "ERRO - GLREENV INDISPONIVEL - FILE STATUS = "
                   WS-REENV-STATUS
               CLOSE ARQGL-FILE
               SET ABORTAR-JOB TO TRUE
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-SW-FIM-ARQ.
           MOVE WS-GERACAO TO ARQ-GERACAO.
           MOVE ZERO TO ARQ-SEQUENCIA.
           START ARQGL-FILE KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-ARQ
           END-START.

           PERFORM 3100-GRAVA-REGISTRO THRU 3100-EXIT
               UNTIL FIM-ARQUIVO-GL.

           CLOSE ARQGL-FILE.
           CLOSE REENVIO-FILE.

       3000-EXIT.
           EXIT.

       3100-GRAVA-REGISTRO.

           READ ARQGL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-SW-FIM-ARQ
                   GO TO 3100-EXIT
           END-READ.

           IF ARQ-GERACAO NOT = WS-GERACAO
               MOVE "S" TO WS-SW-FIM-ARQ
               GO TO 3100-EXIT
           END-IF.

           WRITE REENV-RECORD FROM ARQ-REGISTRO.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REGISTRA-REENVIO - log the resend on GLFEEDS: the
      * original's date, generation, cycle, count and hash, typed "R"
      * and dated with today's business date, so the acknowledgment
      * match knows a second acknowledgment is expected and the
      * totalling readers know to leave it out.
      *----------------------------------------------------------------
       4000-REGISTRA-REENVIO.

           OPEN EXTEND FEEDS-FILE.
           IF WS-FEEDS-STATUS NOT = "00"
               DISPLAY "ERRO - GLFEEDS INDISPONIVEL - FILE STATUS = "
                   WS-FEEDS-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO FEED-RECORD.
           MOVE WS-FEED-DATA     TO FEED-DATA.
           MOVE WS-GERACAO       TO FEED-GERACAO.
           MOVE WS-FEED-CONTAGEM TO FEED-CONTAGEM.
           MOVE WS-FEED-HASH     TO FEED-HASH.
           MOVE WS-FEED-CICLO    TO FEED-CICLO.
           MOVE "R"              TO FEED-TIPO.
           MOVE WS-DATA          TO FEED-DATA-ENVIO.
           IF WS-FEED-QTD-TRANS IS NUMERIC
               MOVE WS-FEED-QTD-TRANS TO FEED-QTD-TRANS
           END-IF.
           WRITE FEED-RECORD.
           CLOSE FEEDS-FILE.

           ADD 1 TO WS-QTD-REENVIOS.
           MOVE WS-QTD-REENVIOS TO WS-QTD-ED.
           DISPLAY "REENVIO LIBERADO EM GLREENV - GERACAO=" WS-GERACAO
               " REGISTROS=" WS-SEQ-ESPERADA
               " RETRANSMISSAO NO.=" WS-QTD-ED.

       4000-EXIT.
           EXIT.
