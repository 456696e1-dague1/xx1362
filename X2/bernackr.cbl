      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Sent-versus-loaded reconciliation of the analytics
      *   feed. BERNOUL writes a BERNXTR generation and bernxdlt an
      *   XTRDELTA generation every night, each closed by its own 'T'
      *   trailer; the feed returns a BERNACK acknowledgement for
      *   every generation it loads - the generation and run date it
      *   loaded, records accepted, records rejected by reason code
      *   and its own index hash. This program registers every
      *   generation still cataloged for each interface on the BERNFCTL
      *   control file with the totals off its trailer (one already on
      *   file is left alone, so a night whose run was missed is picked
      *   up by the next), matches every
      *   acknowledgement to the generation it names (run date,
      *   accepted plus rejected against the sent count, hash against
      *   the sent hash, reason counts against the rejected total),
      *   and sweeps the control file for generations still waiting.
      *   One still unacknowledged more than the day limit on the
      *   PARM (default 3) is marked never acknowledged and ends the
      *   run RC 4, so scheduling can page on it; any acknowledgement
      *   that does not agree with what was sent ends it RC 8. An
      *   acknowledgement already reconciled is skipped, so the
      *   acknowledgement file can be read again every night.
      * Tectonics: cobc
      * Modifications:
      *   - Added so a dropped or short feed transfer is noticed the
      *     next morning instead of weeks later.
      *   - XTRSENT/DLTSENT are now the whole GDG, all generations
      *     concatenated; every header/trailer pair is registered, not
      *     just the latest, so a generation sent on a night this run
      *     did not follow is still reconciled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernackr. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XTR-SENT ASSIGN TO "XTRSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.
           SELECT DLT-SENT ASSIGN TO "DLTSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT BERN-ACK ASSIGN TO "BERNACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT BERN-FCTL ASSIGN TO "BERNFCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCTL-KEY
               FILE STATUS IS WS-FCTL-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  XTR-SENT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  XTR-SENT-RECORD   PIC X(80). *> BERNXTR generations, concatenated - header, detail or trailer
       FD  DLT-SENT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLT-SENT-RECORD   PIC X(80). *> XTRDELTA generations, concatenated - same framing
       FD  BERN-ACK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNACK. *> the feed's acknowledgements
       FD  BERN-FCTL
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNFCTL. *> one record per generation sent
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-XTR-STATUS    PIC XX. *> file status for XTR-SENT
           88 WS-XTR-OK       VALUE '00'.
       01 WS-DLT-STATUS    PIC XX. *> file status for DLT-SENT
           88 WS-DLT-OK       VALUE '00'.
       01 WS-ACK-STATUS    PIC XX. *> file status for BERN-ACK
           88 WS-ACK-OK       VALUE '00'.
       01 WS-FCTL-STATUS   PIC XX. *> file status for BERN-FCTL
           88 WS-FCTL-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-DAY-LIMIT     PIC 9(3) VALUE 3. *> days a generation may wait for its acknowledgement
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up
       01 WS-TODAY         PIC X(8). *> yyyymmdd this run
       01 WS-AGE-DAYS      PIC S9(5). *> days a generation has been waiting
      * the generation being registered, off its header and trailer
       01 WS-SENT-REC      PIC X(80). *> the sent record in hand
       01 WS-SENT-FEED     PIC X(7). *> BERNXTR or BERNDLT
       01 WS-SENT-RUN-ID   PIC X(16). *> off its header
       01 WS-SENT-RUN-DATE PIC X(8). *> off its header
       01 WS-SENT-COUNT    PIC X(9). *> off its trailer
       01 WS-SENT-HASH     PIC X(9). *> off its trailer
       01 WS-SENT-TRL      PIC X. *> whether the trailer was seen
           88 WS-SENT-TRL-SEEN   VALUE 'Y'.
           88 WS-SENT-TRL-UNSEEN VALUE 'N'.
       01 WS-SENT-GEN      PIC X. *> whether a header has been read and its trailer not yet
           88 WS-SENT-GEN-OPEN   VALUE 'Y'.
           88 WS-SENT-GEN-CLOSED VALUE 'N'.
       01 WS-SENT-GENS     PIC 9(5). *> generations found on the interface in hand
      * the acknowledgement being assembled, header through trailer
       01 WS-ACK-FLAG      PIC X VALUE 'N'. *> whether a header has been read and its trailer not yet
           88 WS-ACK-OPEN        VALUE 'Y'.
           88 WS-ACK-CLOSED      VALUE 'N'.
       01 WS-ACK-FEED      PIC X(7).
       01 WS-ACK-RUN-ID    PIC X(16).
       01 WS-ACK-RUN-DATE  PIC X(8).
       01 WS-ACK-LOAD-DATE PIC X(8).
       01 WS-ACK-FAULT     PIC X(36). *> why the acknowledgement does not agree - blank when it does
       01 WS-RSN-LIMIT     PIC S9(4) COMP VALUE 20. *> reject reasons kept per acknowledgement
       01 WS-RSN-COUNT     PIC S9(4) COMP VALUE ZERO. *> reject reasons kept so far
       01 WS-RSN-SUB       PIC S9(4) COMP. *> subscript over RSN-ENTRY
       01 WS-RSN-TABLE.
           05 RSN-ENTRY OCCURS 20 TIMES. *> one per 'R' record of the acknowledgement in hand
               10 RSN-CODE      PIC X(4).
               10 RSN-RECORDS   PIC 9(9).
       01 WS-RSN-TOTAL     PIC 9(9). *> sum of the reason counts, kept or not
       01 WS-ACK-TOTAL     PIC 9(10). *> accepted plus rejected
      * run totals
       01 WS-REG-COUNT     PIC 9(7) VALUE ZERO. *> generations newly registered
       01 WS-ACK-READ      PIC 9(7) VALUE ZERO. *> acknowledgements read
       01 WS-ACK-DUP       PIC 9(7) VALUE ZERO. *> of those, already reconciled on an earlier run
       01 WS-ACK-GOOD      PIC 9(7) VALUE ZERO. *> of those, agreeing with what was sent
       01 WS-ACK-BAD       PIC 9(7) VALUE ZERO. *> of those, not agreeing
       01 WS-ACK-STRAY     PIC 9(7) VALUE ZERO. *> of those, naming no generation on file or malformed
       01 WS-CNT-SENT      PIC 9(7) VALUE ZERO. *> control file by status after the sweep
       01 WS-CNT-ACKED     PIC 9(7) VALUE ZERO.
       01 WS-CNT-MISMATCH  PIC 9(7) VALUE ZERO.
       01 WS-CNT-NEVER     PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ED      PIC Z(6)9. *> report editing - counts
       01 WS-NUM-ED        PIC Z(8)9. *> report editing - record counts and hashes
       01 WS-NUM2-ED       PIC Z(8)9.
       01 WS-NUM3-ED       PIC Z(8)9.
       01 WS-AGE-ED        PIC Z(4)9. *> report editing - days waiting
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='ddd' - days before a generation counts as never acknowledged
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(3).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-RECONCILE. *> Registers what was sent, matches what came back, sweeps what is still out.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       MOVE WS-RUN-STAMP(1:8) TO WS-TODAY
       PERFORM SET-DAY-LIMIT-FROM-PARM
       DISPLAY "BERNACKR: ANALYTICS FEED RECONCILIATION " WS-TODAY
           ", ACKNOWLEDGEMENT DUE WITHIN " WS-DAY-LIMIT " DAYS"
       OPEN I-O BERN-FCTL
       IF NOT WS-FCTL-OK
           DISPLAY "BERNACKR: feed control file unavailable, status "
               WS-FCTL-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY " "
       DISPLAY "GENERATIONS SENT"
       PERFORM REGISTER-EXTRACT-SENT
       PERFORM REGISTER-DELTA-SENT
       PERFORM MATCH-ACKNOWLEDGEMENTS
       PERFORM SWEEP-CONTROL-FILE
       CLOSE BERN-FCTL
       PERFORM PRINT-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-DAY-LIMIT-FROM-PARM. *> Takes the day limit off the PARM when a number was supplied.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > 0 AND PARM-LEN <= 3
               IF PARM-TEXT(1:PARM-LEN) IS NUMERIC
                   COMPUTE WS-DAY-LIMIT =
                       FUNCTION NUMVAL(PARM-TEXT(1:PARM-LEN))
               END-IF
           END-IF
       END-IF.
       REGISTER-EXTRACT-SENT. *> Reads every BERNXTR generation for its identity and totals.
       MOVE "BERNXTR" TO WS-SENT-FEED
       PERFORM RESET-SENT-GENERATION
       MOVE ZERO TO WS-SENT-GENS
       OPEN INPUT XTR-SENT
       IF NOT WS-XTR-OK
           DISPLAY "BERNACKR: extract generation unavailable, status "
               WS-XTR-STATUS
           CLOSE BERN-FCTL
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ XTR-SENT
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   MOVE XTR-SENT-RECORD TO WS-SENT-REC
                   PERFORM TAKE-SENT-RECORD
           END-READ
       END-PERFORM
       CLOSE XTR-SENT
       PERFORM END-SENT-PASS.
       REGISTER-DELTA-SENT. *> Reads every XTRDELTA generation for its identity and totals.
       MOVE "BERNDLT" TO WS-SENT-FEED
       PERFORM RESET-SENT-GENERATION
       MOVE ZERO TO WS-SENT-GENS
       OPEN INPUT DLT-SENT
       IF NOT WS-DLT-OK
           DISPLAY "BERNACKR: delta generation unavailable, status "
               WS-DLT-STATUS
           CLOSE BERN-FCTL
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ DLT-SENT
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   MOVE DLT-SENT-RECORD TO WS-SENT-REC
                   PERFORM TAKE-SENT-RECORD
           END-READ
       END-PERFORM
       CLOSE DLT-SENT
       PERFORM END-SENT-PASS.
       RESET-SENT-GENERATION. *> Clears the identity and totals ready for the next header.
       MOVE SPACES TO WS-SENT-RUN-ID WS-SENT-RUN-DATE
       SET WS-SENT-TRL-UNSEEN TO TRUE
       SET WS-SENT-GEN-CLOSED TO TRUE.
       TAKE-SENT-RECORD. *> Header gives the identity, trailer the totals - details are not needed.
      * both interfaces carry the run date in 11-18 and the run ID in
      * 29-44 of the header, count and hash in 3-11 and 13-21 of the
      * trailer; the GDG base concatenates one header-to-trailer pair
      * per generation, newest first
       EVALUATE WS-SENT-REC(1:2)
           WHEN "H;"
               IF WS-SENT-GEN-OPEN
      * the last generation stopped short of its trailer
                   PERFORM REGISTER-ONE-GENERATION
                   PERFORM RESET-SENT-GENERATION
               END-IF
               ADD 1 TO WS-SENT-GENS
               SET WS-SENT-GEN-OPEN TO TRUE
               MOVE WS-SENT-REC(11:8) TO WS-SENT-RUN-DATE
               MOVE WS-SENT-REC(29:16) TO WS-SENT-RUN-ID
           WHEN "T;"
               IF WS-SENT-GEN-CLOSED
      * a trailer with no header before it
                   ADD 1 TO WS-SENT-GENS
               END-IF
               SET WS-SENT-TRL-SEEN TO TRUE
               MOVE WS-SENT-REC(3:9) TO WS-SENT-COUNT
               MOVE WS-SENT-REC(13:9) TO WS-SENT-HASH
               PERFORM REGISTER-ONE-GENERATION
               PERFORM RESET-SENT-GENERATION
       END-EVALUATE.
       END-SENT-PASS. *> Settles a generation cut off at the end of the input, or an input with none.
       IF WS-SENT-GENS = ZERO
           DISPLAY "  " WS-SENT-FEED
               "  NO GENERATION ON THE INPUT - NOTHING REGISTERED"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-SENT-GEN-OPEN
           PERFORM REGISTER-ONE-GENERATION
       END-IF.
       REGISTER-ONE-GENERATION. *> Puts the generation just read on the control file as sent, once.
       IF WS-SENT-RUN-ID = SPACES
           DISPLAY "  " WS-SENT-FEED " " WS-SENT-RUN-DATE
               "  NO RUN ID ON THE HEADER - NOT REGISTERED"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WS-SENT-TRL-UNSEEN
           OR WS-SENT-COUNT IS NOT NUMERIC
           OR WS-SENT-HASH IS NOT NUMERIC
           DISPLAY "  " WS-SENT-FEED " " WS-SENT-RUN-ID
               "  NO USABLE TRAILER - NOT REGISTERED"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SENT-FEED TO FCTL-FEED
       MOVE WS-SENT-RUN-ID TO FCTL-RUN-ID
       READ BERN-FCTL
           INVALID KEY
               MOVE WS-SENT-RUN-DATE TO FCTL-RUN-DATE
               MOVE WS-SENT-COUNT TO FCTL-SENT-COUNT
               MOVE WS-SENT-HASH TO FCTL-SENT-HASH
               SET FCTL-SENT TO TRUE
               MOVE SPACES TO FCTL-LOAD-DATE
               MOVE ZERO TO FCTL-ACK-ACCEPTED FCTL-ACK-REJECTED
                   FCTL-ACK-HASH
               MOVE WS-RUN-STAMP(1:16) TO FCTL-UPDATED
               WRITE BERN-FCTL-RECORD
               ADD 1 TO WS-REG-COUNT
               MOVE FCTL-SENT-COUNT TO WS-NUM-ED
               MOVE FCTL-SENT-HASH TO WS-NUM2-ED
               DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " "
                   FCTL-RUN-DATE " RECORDS " WS-NUM-ED " HASH "
                   WS-NUM2-ED "  REGISTERED"
           NOT INVALID KEY
               DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " "
                   FCTL-RUN-DATE "  ALREADY ON FILE"
       END-READ.
       MATCH-ACKNOWLEDGEMENTS. *> Reads every acknowledgement, header to trailer, matching each at its trailer.
       DISPLAY " "
       DISPLAY "ACKNOWLEDGEMENTS"
       OPEN INPUT BERN-ACK
       IF NOT WS-ACK-OK
           DISPLAY "BERNACKR: acknowledgement file unavailable, status "
               WS-ACK-STATUS
           CLOSE BERN-FCTL
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-ACK-CLOSED TO TRUE
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-ACK
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM TAKE-ACK-RECORD
           END-READ
       END-PERFORM
       CLOSE BERN-ACK
       IF WS-ACK-OPEN
           PERFORM REPORT-UNCLOSED-ACK
       END-IF
       IF WS-ACK-READ = ZERO
           DISPLAY "  (NONE RECEIVED)"
       END-IF.
       TAKE-ACK-RECORD. *> Header opens an acknowledgement, reasons add to it, trailer matches it.
       EVALUATE TRUE
           WHEN ACK-HEADER
               IF WS-ACK-OPEN
                   PERFORM REPORT-UNCLOSED-ACK
               END-IF
               SET WS-ACK-OPEN TO TRUE
               MOVE ACK-FEED TO WS-ACK-FEED
               MOVE ACK-RUN-ID TO WS-ACK-RUN-ID
               MOVE ACK-RUN-DATE TO WS-ACK-RUN-DATE
               MOVE ACK-LOAD-DATE TO WS-ACK-LOAD-DATE
               MOVE SPACES TO WS-ACK-FAULT
               IF ACK-ID NOT = "BERNACK"
                   MOVE "HEADER IS NOT A BERNACK HEADER"
                       TO WS-ACK-FAULT
               END-IF
               MOVE ZERO TO WS-RSN-COUNT WS-RSN-TOTAL
           WHEN ACK-REJECT AND WS-ACK-OPEN
               IF ACK-REASON-COUNT IS NUMERIC
                   ADD ACK-REASON-COUNT TO WS-RSN-TOTAL
               ELSE
                   MOVE "REJECT REASON COUNT NOT NUMERIC"
                       TO WS-ACK-FAULT
               END-IF
               IF WS-RSN-COUNT < WS-RSN-LIMIT
                   ADD 1 TO WS-RSN-COUNT
                   MOVE ACK-REASON TO RSN-CODE(WS-RSN-COUNT)
                   MOVE ACK-REASON-COUNT TO RSN-RECORDS(WS-RSN-COUNT)
               END-IF
           WHEN ACK-TRAILER AND WS-ACK-OPEN
               SET WS-ACK-CLOSED TO TRUE
               PERFORM MATCH-ONE-ACK
           WHEN OTHER
               DISPLAY "  RECORD OUTSIDE ANY ACKNOWLEDGEMENT IGNORED: "
                   BERN-ACK-RECORD(1:40)
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
       END-EVALUATE.
       REPORT-UNCLOSED-ACK. *> An acknowledgement cut off before its trailer - nothing to match.
       ADD 1 TO WS-ACK-READ
       ADD 1 TO WS-ACK-STRAY
       DISPLAY "  " WS-ACK-FEED " RUN " WS-ACK-RUN-ID
           "  NO TRAILER - ACKNOWLEDGEMENT INCOMPLETE"
       IF WS-RETURN-CODE < 8
           MOVE 8 TO WS-RETURN-CODE
       END-IF
       SET WS-ACK-CLOSED TO TRUE.
       MATCH-ONE-ACK. *> Compares a complete acknowledgement with the generation it names.
       ADD 1 TO WS-ACK-READ
       IF WS-ACK-FAULT = SPACES
           IF ACK-ACCEPTED IS NOT NUMERIC
               OR ACK-REJECTED IS NOT NUMERIC
               OR ACK-INDEX-HASH IS NOT NUMERIC
               MOVE "TRAILER FIGURES NOT NUMERIC" TO WS-ACK-FAULT
           END-IF
       END-IF
       IF WS-ACK-FAULT NOT = SPACES
           ADD 1 TO WS-ACK-STRAY
           DISPLAY "  " WS-ACK-FEED " RUN " WS-ACK-RUN-ID "  "
               WS-ACK-FAULT
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE WS-ACK-FEED TO FCTL-FEED
       MOVE WS-ACK-RUN-ID TO FCTL-RUN-ID
       READ BERN-FCTL
           INVALID KEY
               ADD 1 TO WS-ACK-STRAY
               DISPLAY "  " WS-ACK-FEED " RUN " WS-ACK-RUN-ID
                   "  NO SUCH GENERATION ON THE CONTROL FILE"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
       END-READ
       IF (FCTL-ACKED OR FCTL-MISMATCHED)
           AND FCTL-LOAD-DATE = WS-ACK-LOAD-DATE
           AND FCTL-ACK-ACCEPTED = ACK-ACCEPTED
           AND FCTL-ACK-REJECTED = ACK-REJECTED
           AND FCTL-ACK-HASH = ACK-INDEX-HASH
           ADD 1 TO WS-ACK-DUP
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-ACK-TOTAL = ACK-ACCEPTED + ACK-REJECTED
       EVALUATE TRUE
           WHEN WS-ACK-RUN-DATE NOT = FCTL-RUN-DATE
               MOVE "RUN DATE DIFFERS FROM THE ONE SENT" TO WS-ACK-FAULT
           WHEN WS-ACK-TOTAL NOT = FCTL-SENT-COUNT
               MOVE "ACCEPTED + REJECTED NOT = SENT" TO WS-ACK-FAULT
           WHEN ACK-INDEX-HASH NOT = FCTL-SENT-HASH
               MOVE "INDEX HASH NOT = SENT HASH" TO WS-ACK-FAULT
           WHEN WS-RSN-TOTAL NOT = ACK-REJECTED
               MOVE "REASON COUNTS NOT = REJECTED" TO WS-ACK-FAULT
       END-EVALUATE
       MOVE WS-ACK-LOAD-DATE TO FCTL-LOAD-DATE
       MOVE ACK-ACCEPTED TO FCTL-ACK-ACCEPTED
       MOVE ACK-REJECTED TO FCTL-ACK-REJECTED
       MOVE ACK-INDEX-HASH TO FCTL-ACK-HASH
       MOVE WS-RUN-STAMP(1:16) TO FCTL-UPDATED
       IF WS-ACK-FAULT = SPACES
           SET FCTL-ACKED TO TRUE
           ADD 1 TO WS-ACK-GOOD
       ELSE
           SET FCTL-MISMATCHED TO TRUE
           ADD 1 TO WS-ACK-BAD
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
       END-IF
       REWRITE BERN-FCTL-RECORD
       MOVE ACK-ACCEPTED TO WS-NUM-ED
       MOVE ACK-REJECTED TO WS-NUM2-ED
       MOVE ACK-INDEX-HASH TO WS-NUM3-ED
       DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " LOADED "
           FCTL-LOAD-DATE " ACCEPTED " WS-NUM-ED " REJECTED "
           WS-NUM2-ED " HASH " WS-NUM3-ED
       PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
           MOVE RSN-RECORDS(WS-RSN-SUB) TO WS-NUM-ED
           DISPLAY "      REJECTED " WS-NUM-ED " REASON "
               RSN-CODE(WS-RSN-SUB)
       END-PERFORM
       IF FCTL-ACKED
           DISPLAY "      ACKNOWLEDGED"
       ELSE
           MOVE FCTL-SENT-COUNT TO WS-NUM-ED
           MOVE FCTL-SENT-HASH TO WS-NUM3-ED
           DISPLAY "      MISMATCH - " WS-ACK-FAULT
           DISPLAY "      SENT " FCTL-RUN-DATE " RECORDS " WS-NUM-ED
               " HASH " WS-NUM3-ED
       END-IF.
       SWEEP-CONTROL-FILE. *> Every generation not yet acknowledged cleanly - ages them, lists them.
       DISPLAY " "
       DISPLAY "OUTSTANDING GENERATIONS"
       MOVE LOW-VALUES TO FCTL-KEY
       START BERN-FCTL KEY NOT LESS THAN FCTL-KEY
           INVALID KEY
               SET WS-PASS-EOF TO TRUE
           NOT INVALID KEY
               SET WS-PASS-ACTIVE TO TRUE
       END-START
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-FCTL NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-ONE-GENERATION
           END-READ
       END-PERFORM
       IF WS-CNT-SENT + WS-CNT-MISMATCH + WS-CNT-NEVER = ZERO
           DISPLAY "  (NONE)"
       END-IF.
       CHECK-ONE-GENERATION. *> Ages a sent generation against the day limit and lists what is not clean.
       IF FCTL-ACKED
           ADD 1 TO WS-CNT-ACKED
           EXIT PARAGRAPH
       END-IF
       IF FCTL-RUN-DATE IS NUMERIC
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FCTL-RUN-DATE))
       ELSE
           MOVE ZERO TO WS-AGE-DAYS
       END-IF
       MOVE WS-AGE-DAYS TO WS-AGE-ED
       IF FCTL-SENT AND WS-AGE-DAYS > WS-DAY-LIMIT
           SET FCTL-NEVER-ACKED TO TRUE
           MOVE WS-RUN-STAMP(1:16) TO FCTL-UPDATED
           REWRITE BERN-FCTL-RECORD
       END-IF
       EVALUATE TRUE
           WHEN FCTL-SENT
               ADD 1 TO WS-CNT-SENT
               DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " SENT "
                   FCTL-RUN-DATE " WAITING " WS-AGE-ED " DAYS"
           WHEN FCTL-NEVER-ACKED
               ADD 1 TO WS-CNT-NEVER
               DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " SENT "
                   FCTL-RUN-DATE " WAITING " WS-AGE-ED
                   " DAYS - NEVER ACKNOWLEDGED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           WHEN FCTL-MISMATCHED
               ADD 1 TO WS-CNT-MISMATCH
               DISPLAY "  " FCTL-FEED " RUN " FCTL-RUN-ID " SENT "
                   FCTL-RUN-DATE " LOADED " FCTL-LOAD-DATE
                   " - MISMATCHED"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
       END-EVALUATE.
       PRINT-TOTALS. *> Control figures for the run and the state of the control file.
       DISPLAY " "
       DISPLAY "TOTALS"
       MOVE WS-REG-COUNT TO WS-COUNT-ED
       DISPLAY "  GENERATIONS REGISTERED . . . . " WS-COUNT-ED
       MOVE WS-ACK-READ TO WS-COUNT-ED
       DISPLAY "  ACKNOWLEDGEMENTS READ  . . . . " WS-COUNT-ED
       MOVE WS-ACK-DUP TO WS-COUNT-ED
       DISPLAY "    ALREADY RECONCILED . . . . . " WS-COUNT-ED
       MOVE WS-ACK-GOOD TO WS-COUNT-ED
       DISPLAY "    AGREEING WITH WHAT WAS SENT  " WS-COUNT-ED
       MOVE WS-ACK-BAD TO WS-COUNT-ED
       DISPLAY "    NOT AGREEING . . . . . . . . " WS-COUNT-ED
       MOVE WS-ACK-STRAY TO WS-COUNT-ED
       DISPLAY "    UNMATCHED OR MALFORMED . . . " WS-COUNT-ED
       DISPLAY "  CONTROL FILE"
       MOVE WS-CNT-ACKED TO WS-COUNT-ED
       DISPLAY "    ACKNOWLEDGED . . . . . . . . " WS-COUNT-ED
       MOVE WS-CNT-SENT TO WS-COUNT-ED
       DISPLAY "    SENT, WITHIN THE DAY LIMIT . " WS-COUNT-ED
       MOVE WS-CNT-NEVER TO WS-COUNT-ED
       DISPLAY "    NEVER ACKNOWLEDGED . . . . . " WS-COUNT-ED
       MOVE WS-CNT-MISMATCH TO WS-COUNT-ED
       DISPLAY "    MISMATCHED . . . . . . . . . " WS-COUNT-ED.
       END PROGRAM bernackr.
