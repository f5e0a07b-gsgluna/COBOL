      *****************************************************************
      * Program name:    CBL0015
      * Original author: SAMUEL LUNA
      *
      * Modification history:
      *   2026-10-15 MNT  Initial version - applies supervisors'
      *                    override authorizations from AUTIN to the
      *                    OVRAUT file CBL0002 checks the override
      *                    byte against: an add pre-approves one
      *                    override for an account, amount and
      *                    business date with an expiry and names the
      *                    approver; a cancel withdraws one not yet
      *                    used. Every movement applied or refused is
      *                    written to the AUTLIST audit listing.
      *   2026-10-15 MNT  An add for a closed account is refused:
      *                    CBL0002 checks an override against the
      *                    account it posts to, which for a closed
      *                    code is its successor, so the authorization
      *                    has to be approved there.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBL0015.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-FILE ASSIGN TO AUTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT AUTORIZA-FILE ASSIGN TO OVRAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.

           SELECT MESTRE-FILE ASSIGN TO CONTAMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CONTA
               FILE STATUS IS WS-MST-STATUS.

           SELECT LISTAGEM-FILE ASSIGN TO AUTLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * MOVIMENTO-FILE - one movement per record: an action code
      * (A = authorize, C = cancel) followed by the account, the
      * amount (the record's SOMA, the figure the override will post
      * to the ledger), the business date the override is approved
      * for and the last business date it may be used on (both
      * AAAADDD, as CBL0002 stamps them - a blank expiry means the
      * approval date only), the sequence of the authorization to
      * cancel (ignored on an add, where the next free one is given)
      * and the approving supervisor.
      *----------------------------------------------------------------
       FD  MOVIMENTO-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MOV-RECORD.
           05  MOV-ACAO                PIC X(01).
           05  MOV-CONTA               PIC X(05).
           05  MOV-VALOR               PIC S9(08)V99
                                        SIGN LEADING SEPARATE.
           05  MOV-DATA                PIC X(07).
           05  MOV-VALIDADE            PIC X(07).
           05  MOV-SEQUENCIA           PIC X(03).
           05  MOV-APROVADOR           PIC X(36).
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
      * MESTRE-FILE - the CONTAMST master, read-only here so an
      * override is never approved for an account CBL0002 would
      * reject as unknown anyway, or for a closed one it would never
      * match it on. The layout must stay in step with
      * MST-RECORD in CBL0002.
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
      * LISTAGEM-FILE - the authorization audit listing: one line per
      * movement applied or refused, and the closing counts.
      *----------------------------------------------------------------
       FD  LISTAGEM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  LIST-RECORD            PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       77 WS-MOV-STATUS      PIC X(02) VALUE "00".
       77 WS-AUT-STATUS      PIC X(02) VALUE "00".
       77 WS-MST-STATUS      PIC X(02) VALUE "00".
       77 WS-LIST-STATUS     PIC X(02) VALUE "00".

       77 WS-LINHA-LISTAGEM  PIC X(132) VALUE SPACES.

      * Reason text for a refused movement; set by each refusal site
      * just before the PERFORM of 2500-RECUSA-MOVIMENTO.
       77 WS-MOTIVO-RECUSA   PIC X(40) VALUE SPACES.

      * The movement's dates in the file's AAAADDD-plus-spaces form,
      * the expiry defaulted by 2150 to the approval date.
       77 WS-DATA-MOV        PIC X(10) VALUE SPACES.
       77 WS-VALIDADE-MOV    PIC X(10) VALUE SPACES.

      * The account/amount/date an add is numbered under, and the
      * highest sequence 2210 found already on file for it.
       01 WS-CHAVE-MOV.
           05 WS-CM-CONTA         PIC X(05).
           05 WS-CM-VALOR         PIC S9(08)V99
                                   SIGN LEADING SEPARATE.
           05 WS-CM-DATA          PIC X(10).

       77 WS-ULTIMA-SEQ      PIC 9(03) VALUE ZEROS.
       77 WS-MAX-SEQ         PIC 9(03) VALUE 999.

       77 WS-VALOR-ED        PIC -Z(07)9.99 VALUE ZEROS.
       77 WS-SEQ-ED          PIC 9(03) VALUE ZEROS.

       77 WS-SW-MOV-OK       PIC X(01) VALUE "S".
           88 MOVIMENTO-VALIDO       VALUE "S".

       77 WS-SW-FIM-AUT      PIC X(01) VALUE "N".
           88 FIM-AUTORIZACOES       VALUE "S".

       77 WS-QTD-INCLUIDOS   PIC 9(09) COMP VALUE ZERO.
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
      * 0000-MAINLINE - open the files, apply every movement, write
      * the closing counts and close down.
      *----------------------------------------------------------------
       0000-MAINLINE.

           PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
           IF ABORTAR-JOB
               GO TO 0000-EXIT
           END-IF.

           PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
           PERFORM 2000-APLICA-MOVIMENTO THRU 2000-EXIT
               UNTIL FIM-MOVIMENTOS.

           PERFORM 5000-ENCERRA-LISTAGEM THRU 5000-EXIT.
           PERFORM 8000-FINALIZACAO THRU 8000-EXIT.

       0000-EXIT.
           IF ABORTAR-JOB
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZACAO - open the movement file, the listing, the
      * account master and the authorization file. OVRAUT is opened
      * I-O; the very first run creates it empty with the same
      * 35-fallback CBL0005 uses on a first CONTAMST.
      *----------------------------------------------------------------
       1000-INICIALIZACAO.

           OPEN INPUT MOVIMENTO-FILE.
           IF WS-MOV-STATUS NOT = "00"
               DISPLAY "ERRO - AUTIN INDISPONIVEL - FILE STATUS = "
                   WS-MOV-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT LISTAGEM-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERRO - AUTLIST INDISPONIVEL - FILE STATUS = "
                   WS-LIST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT MESTRE-FILE.
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "ERRO - CONTAMST INDISPONIVEL - FILE STATUS = "
                   WS-MST-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O AUTORIZA-FILE.
           IF WS-AUT-STATUS = "35"
               OPEN OUTPUT AUTORIZA-FILE
               CLOSE AUTORIZA-FILE
               OPEN I-O AUTORIZA-FILE
           END-IF.

           IF WS-AUT-STATUS NOT = "00"
               DISPLAY "ERRO - OVRAUT INDISPONIVEL - FILE STATUS = "
                   WS-AUT-STATUS
               SET ABORTAR-JOB TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE "LISTAGEM DE AUTORIZACOES DE OVERRIDE"
               TO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APLICA-MOVIMENTO - validate one movement and dispatch it
      * on its action code; anything not A or C is refused to the
      * listing.
      *----------------------------------------------------------------
       2000-APLICA-MOVIMENTO.

           PERFORM 2150-VALIDA-MOVIMENTO THRU 2150-EXIT.
           IF NOT MOVIMENTO-VALIDO
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2000-LER
           END-IF.

           IF MOV-ACAO = "A"
               PERFORM 2200-INCLUI-AUTORIZACAO THRU 2200-EXIT
               GO TO 2000-LER
           END-IF.
           IF MOV-ACAO = "C"
               PERFORM 2300-CANCELA-AUTORIZACAO THRU 2300-EXIT
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
      * 2150-VALIDA-MOVIMENTO - the checks both actions share: the
      * key fields must be readable, so a mistyped movement never
      * lands an authorization CBL0002 could not match, or cancels
      * the wrong one. An add must also name its approver, an expiry
      * no earlier than the approval date, and an account that is on
      * the master and not closed ("E"). CBL0002 carries a closed
      * code's records to its successor before it looks for the
      * authorization, so one approved on the closed code could
      * never be used; the supervisor approves it on the successor.
      *----------------------------------------------------------------
       2150-VALIDA-MOVIMENTO.

           MOVE "S" TO WS-SW-MOV-OK.

           IF MOV-CONTA = SPACES
               MOVE "CONTA EM BRANCO" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           IF MOV-VALOR NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           IF MOV-DATA NOT NUMERIC
               MOVE "DATA DE NEGOCIO INVALIDA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-MOV.
           MOVE MOV-DATA TO WS-DATA-MOV (1:7).

           IF MOV-ACAO NOT = "A"
               GO TO 2150-EXIT
           END-IF.

           MOVE SPACES TO WS-VALIDADE-MOV.
           IF MOV-VALIDADE = SPACES
               MOVE MOV-DATA TO WS-VALIDADE-MOV (1:7)
           ELSE
               IF MOV-VALIDADE NOT NUMERIC
                   MOVE "VALIDADE INVALIDA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-SW-MOV-OK
                   GO TO 2150-EXIT
               END-IF
               MOVE MOV-VALIDADE TO WS-VALIDADE-MOV (1:7)
           END-IF.

           IF WS-VALIDADE-MOV < WS-DATA-MOV
               MOVE "VALIDADE ANTERIOR A DATA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           IF MOV-APROVADOR = SPACES
               MOVE "APROVADOR EM BRANCO" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
               GO TO 2150-EXIT
           END-IF.

           MOVE MOV-CONTA TO MST-CONTA.
           READ MESTRE-FILE
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-SW-MOV-OK
                   GO TO 2150-EXIT
           END-READ.

           IF MST-SITUACAO = "E"
               MOVE "CONTA ENCERRADA - AUTORIZAR NA SUCESSORA"
                   TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-SW-MOV-OK
           END-IF.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-INCLUI-AUTORIZACAO - approve one override: number it one
      * past the highest sequence already on file for the same
      * account, amount and date, so a supervisor approving the same
      * override twice gets two independent authorizations.
      *----------------------------------------------------------------
       2200-INCLUI-AUTORIZACAO.

           MOVE MOV-CONTA   TO WS-CM-CONTA.
           MOVE MOV-VALOR   TO WS-CM-VALOR.
           MOVE WS-DATA-MOV TO WS-CM-DATA.

           MOVE ZERO TO WS-ULTIMA-SEQ.
           MOVE WS-CHAVE-MOV TO AUT-CHAVE (1:26).
           MOVE ZERO TO AUT-SEQUENCIA.
           MOVE "N" TO WS-SW-FIM-AUT.
           START AUTORIZA-FILE KEY NOT < AUT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-SW-FIM-AUT
           END-START.
           PERFORM 2210-LOCALIZA-SEQUENCIA THRU 2210-EXIT
               UNTIL FIM-AUTORIZACOES.

           IF WS-ULTIMA-SEQ = WS-MAX-SEQ
               MOVE "INCLUSAO - SEQUENCIAS ESGOTADAS"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO AUT-RECORD.
           MOVE WS-CHAVE-MOV TO AUT-CHAVE (1:26).
           COMPUTE AUT-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           MOVE WS-VALIDADE-MOV TO AUT-VALIDADE.
           MOVE MOV-APROVADOR   TO AUT-APROVADOR.
           MOVE "A"             TO AUT-SITUACAO.
           MOVE ZERO            TO AUT-CICLO-USO.
           MOVE ZERO            TO AUT-GERACAO-USO.
           WRITE AUT-RECORD
               INVALID KEY
                   MOVE "INCLUSAO - AUTORIZACAO JA CADASTRADA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2200-EXIT
           END-WRITE.

           ADD 1 TO WS-QTD-INCLUIDOS.
           PERFORM 2600-LISTA-APLICADO THRU 2600-EXIT.

       2200-EXIT.
           EXIT.

       2210-LOCALIZA-SEQUENCIA.

           READ AUTORIZA-FILE NEXT RECORD
               AT END MOVE "S" TO WS-SW-FIM-AUT
           END-READ.

           IF FIM-AUTORIZACOES
               GO TO 2210-EXIT
           END-IF.

           IF AUT-CHAVE (1:26) NOT = WS-CHAVE-MOV
               MOVE "S" TO WS-SW-FIM-AUT
               GO TO 2210-EXIT
           END-IF.

           MOVE AUT-SEQUENCIA TO WS-ULTIMA-SEQ.

       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CANCELA-AUTORIZACAO - withdraw an authorization not yet
      * used. The entry is kept, marked cancelled, so CBL0016 and any
      * later question about it still find who approved it; one
      * already used is history and is refused.
      *----------------------------------------------------------------
       2300-CANCELA-AUTORIZACAO.

           IF MOV-SEQUENCIA NOT NUMERIC
               MOVE "CANCELAMENTO - SEQUENCIA INVALIDA"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE MOV-CONTA     TO AUT-CONTA.
           MOVE MOV-VALOR     TO AUT-VALOR.
           MOVE WS-DATA-MOV   TO AUT-DATA.
           MOVE MOV-SEQUENCIA TO AUT-SEQUENCIA.
           READ AUTORIZA-FILE
               INVALID KEY
                   MOVE "CANCELAMENTO - AUTORIZACAO NAO CADASTRADA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
                   GO TO 2300-EXIT
           END-READ.

           IF AUT-SITUACAO = "U"
               MOVE "CANCELAMENTO - AUTORIZACAO JA UTILIZADA"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF AUT-SITUACAO = "C"
               MOVE "CANCELAMENTO - AUTORIZACAO JA CANCELADA"
                   TO WS-MOTIVO-RECUSA
               PERFORM 2500-RECUSA-MOVIMENTO THRU 2500-EXIT
               GO TO 2300-EXIT
           END-IF.

           MOVE "C" TO AUT-SITUACAO.
           REWRITE AUT-RECORD
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
               " CONTA=" MOV-CONTA
               " DATA=" MOV-DATA
               " MOTIVO=" WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-LISTA-APLICADO - list an applied movement from the
      * authorization record as it now stands on file, so the
      * sequence an add was given is on the listing for the desk.
      *----------------------------------------------------------------
       2600-LISTA-APLICADO.

           MOVE AUT-VALOR     TO WS-VALOR-ED.
           MOVE AUT-SEQUENCIA TO WS-SEQ-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "APLICADO ACAO=" MOV-ACAO
               " CONTA=" AUT-CONTA
               " VALOR=" WS-VALOR-ED
               " DATA=" AUT-DATA (1:7)
               " SEQ=" WS-SEQ-ED
               " VALIDADE=" AUT-VALIDADE (1:7)
               " APROVADOR=" AUT-APROVADOR
               DELIMITED BY SIZE INTO WS-LINHA-LISTAGEM.
           WRITE LIST-RECORD FROM WS-LINHA-LISTAGEM.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ENCERRA-LISTAGEM - write the closing counts.
      *----------------------------------------------------------------
       5000-ENCERRA-LISTAGEM.

           MOVE WS-QTD-INCLUIDOS TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-LISTAGEM.
           STRING "TOTAL AUTORIZADOS=" WS-QTD-ED
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

           CLOSE MOVIMENTO-FILE.
           CLOSE AUTORIZA-FILE.
           CLOSE MESTRE-FILE.
           CLOSE LISTAGEM-FILE.

       8000-EXIT.
           EXIT.
