      *   outcome back onto. A pending record that fails validation
      *   is completed on the spot with outcome 0012, so a bad
      *   request never reaches the deck - the hand-edited deck this
      *   queue replaces is where most RC=12 rejects came from. A
      *   valid record is then checked against its user's BERNAUTH
      *   entitlements (bernauck); one refused - a record written
      *   around the dialog - is completed REFUSED with outcome 0016,
      *   logged to BERNSECV and never reaches the deck. Each
      *   request still standing is costed off the BERNSTAT history
      *   (bernqest) and admitted in entry order until the nightly
      *   budget on the PARM is used up; the rest are left PENDING,
      *   marked deferred with the reason, and - being first in key
      *   order - go first the next night.
      *   PARM: 'NNNNNNN' - the nightly budget in hundredths of a
      *   second, build plus serve, as bernops' window threshold.
      *   No PARM (or zero) admits every valid request.
      * Tectonics: cobc
      * Modifications:
      *   - Added as the formatting half of the pending-request queue
      *     that feeds the nightly BERNOUL deck.
      *   - Punch the request's queue sequence number in columns 9-13
      *     of each card, so bernoulli's run-control guard can tell a
      *     resubmitted deck from a new one built of the same requests.
      *   - Every valid pending record is checked against the BERNAUTH
      *     authorization file for the user who queued it. A refusal
      *     is completed REFUSED (outcome 0016), logged to BERNSECV,
      *     raises console message BERN136E and step RC 8, and is
      *     counted on its own control line. If the check cannot be
      *     made the step ends RC 12 before the queue is touched.
      *   - Batch-window admission control. Each valid request is
      *     costed off BERNSTAT (bernqest) and carded in entry order
      *     while the deck's estimate - deepest build plus every
      *     serve - stays inside the PARM budget. Once one does not
      *     fit, it and every later request are left PENDING and
      *     marked deferred (date, nights, estimate, reason) with step
      *     RC 4. The first card of the night is always taken, so an
      *     oversized request cannot stall the queue. With no cost
      *     history the budget is not applied (RC 4). Totals list the
      *     admitted, deferred and carried-over counts and the deck's
      *     estimated cost. Queue record widened 55 to 130 bytes.
      *   - A request whose authorization check cannot be made part
      *     way through the sweep (bernauck RC 12) is left PENDING,
      *     untouched, for the next night instead of being refused;
      *     the step ends RC 12 and the count has its own line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernqfmt. *>Program name
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-RQST
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRQST. *> same keyed queue record bernrqst/bernqupd maintain
       FD  BERN-DECK
           05 DECK-MODE     PIC X. *> 'T' = full table dump, blank = single line
           05 DECK-PREC     PIC X. *> 'H' = high-precision decimal, blank = COMP-2
           05 DECK-SERIES   PIC X. *> series - B/blank, E or T
           05 DECK-RQST-SEQ PIC 9(5). *> the queue record this card came from
           05 FILLER        PIC X(67).
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-RQST-STATUS   PIC XX. *> file status for BERN-RQST
           88 WS-RQST-OK      VALUE '00'.
       01 WS-N-FLAG        PIC X. *> outcome of validating the record in hand
           88 WS-N-VALID      VALUE 'Y'.
           88 WS-N-INVALID    VALUE 'N'.
           88 WS-N-REFUSED    VALUE 'R'. *> valid, but its user may not have it
           88 WS-N-DEFERRED   VALUE 'D'. *> valid and allowed, but over the night's budget
           88 WS-N-UNCHECKED  VALUE 'U'. *> valid, but the authorization check could not be made
       01 WS-MAX-N         PIC 9(5) VALUE 98. *> largest n the 99-entry table can hold (see WS-MAX-N in bernoulli)
       01 WS-TAN-MAX-N     PIC 9(5) VALUE 49. *> largest tangent n - B(2n) must stay inside the table
       01 WS-READ-COUNT    PIC 9(5) VALUE ZERO. *> queue records read
       01 WS-CARD-COUNT    PIC 9(5) VALUE ZERO. *> cards written to the deck
       01 WS-REJ-COUNT     PIC 9(5) VALUE ZERO. *> pending records completed here with outcome 0012
       01 WS-REFUSE-COUNT  PIC 9(5) VALUE ZERO. *> pending records completed here with outcome 0016
       01 WS-UNCHK-COUNT   PIC 9(5) VALUE ZERO. *> pending records left as they were - check unavailable
       01 WS-SKIP-COUNT    PIC 9(5) VALUE ZERO. *> records already submitted or complete, left alone
       01 WS-DEFER-COUNT   PIC 9(5) VALUE ZERO. *> valid records left pending - over the budget
       01 WS-CARRY-COUNT   PIC 9(5) VALUE ZERO. *> cards written for requests deferred on an earlier night
       01 WS-COUNT-ED      PIC Z(4)9. *> counts, edited for the control lines
       01 WS-BUDGET-HNDS   PIC 9(7) VALUE ZERO. *> nightly budget off the PARM, hundredths - zero = no limit
       01 WS-BUDGET-FLAG   PIC X VALUE 'O'. *> whether the budget has been used up
           88 WS-BUDGET-OPEN     VALUE 'O'.
           88 WS-BUDGET-FULL     VALUE 'F'. *> a request did not fit - every later one is deferred
       01 WS-EST-FLAG      PIC X VALUE 'Y'. *> whether the cost history can be used
           88 WS-EST-ACTIVE      VALUE 'Y'.
           88 WS-EST-OFF         VALUE 'N'. *> no BERNSTAT history - the budget is not applied
       01 WS-DECK-BUILD-HNDS PIC 9(7) VALUE ZERO. *> deepest build estimate on the deck so far - the build is shared
       01 WS-DECK-EST-HNDS PIC 9(9) VALUE ZERO. *> the deck's estimate so far - deepest build plus every serve
       01 WS-MARGINAL-HNDS PIC 9(9). *> what the request in hand adds to the deck
       01 WS-HNDS-ED       PIC Z(8)9. *> hundredths, edited for the job log
       01 WS-TODAY         PIC X(8). *> yyyymmdd, stamped on a deferral
       COPY BERNAUCK. *> each request handed to the bernauck authorization check
       COPY BERNQEST. *> each request handed to the bernqest cost estimator
       LINKAGE SECTION.
       01 PARM-AREA. *> EXEC PARM='NNNNNNN' - nightly budget, hundredths
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(7).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-FORMAT. *> One sweep of the queue - every pending record becomes a card or a reject.
       MOVE "BERNQFMT" TO AUCK-PROGRAM
       SET AUCK-OPEN TO TRUE
       CALL "bernauck" USING BERN-AUCK-AREA
       IF AUCK-UNAVAILABLE *> no unchecked request goes on the deck
           DISPLAY "BERNQFMT: authorization check unavailable -"
               " queue not formatted"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       PERFORM SET-BUDGET-FROM-PARM
       SET QEST-LOAD TO TRUE
       CALL "bernqest" USING BERN-QEST-AREA
       IF NOT QEST-OK *> no history to cost against - every valid request goes
           SET WS-EST-OFF TO TRUE
           DISPLAY "BERNQFMT: no BERNSTAT cost history -"
               " nightly budget not applied"
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
       END-IF
       OPEN I-O BERN-RQST
       IF NOT WS-RQST-OK
           DISPLAY "BERNQFMT: request queue unavailable, status "
               WS-RQST-STATUS
           SET AUCK-CLOSE TO TRUE
           CALL "bernauck" USING BERN-AUCK-AREA
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       END-PERFORM
       CLOSE BERN-RQST
       CLOSE BERN-DECK
       SET AUCK-CLOSE TO TRUE
       CALL "bernauck" USING BERN-AUCK-AREA
       PERFORM PRINT-FORMAT-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       FORMAT-ONE-REQUEST. *> One pending record - validate, then card it or complete it rejected.
       PERFORM VALIDATE-REQUEST
       IF WS-N-VALID
           PERFORM CHECK-REQUEST-AUTH
       END-IF
       IF WS-N-VALID
           PERFORM ESTIMATE-AND-ADMIT
       END-IF
       EVALUATE TRUE
           WHEN WS-N-VALID
               MOVE SPACES TO DECK-RECORD
               MOVE RQST-N TO DECK-N
               MOVE RQST-MODE TO DECK-MODE
               MOVE RQST-PREC TO DECK-PREC
               MOVE RQST-SERIES TO DECK-SERIES
               MOVE RQST-SEQ TO DECK-RQST-SEQ
               WRITE DECK-RECORD
               ADD 1 TO WS-CARD-COUNT
               IF RQST-DEFERRED
                   ADD 1 TO WS-CARRY-COUNT
               END-IF
               SET RQST-SUBMITTED TO TRUE
           WHEN WS-N-DEFERRED *> left pending - first in line the next night
               ADD 1 TO WS-DEFER-COUNT
               SET RQST-DEFERRED TO TRUE
               MOVE WS-TODAY TO RQST-DEFER-DATE
               IF RQST-DEFER-NIGHTS < 999
                   ADD 1 TO RQST-DEFER-NIGHTS
               END-IF
               MOVE SPACES TO RQST-DEFER-REASON
               STRING "BUDGET USED UP - EST " RQST-EST-HNDS
                   " HUNDREDTHS"
                   DELIMITED BY SIZE INTO RQST-DEFER-REASON
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           WHEN WS-N-UNCHECKED *> left pending, untouched - checked again the next night
               ADD 1 TO WS-UNCHK-COUNT
               MOVE 12 TO WS-RETURN-CODE
           WHEN WS-N-REFUSED *> completed on the spot - already logged to BERNSECV
               ADD 1 TO WS-REFUSE-COUNT
               SET RQST-REFUSED TO TRUE
               MOVE 16 TO RQST-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RQST-RUN-DATE
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           WHEN OTHER *> completed on the spot - the reject never reaches the deck
               ADD 1 TO WS-REJ-COUNT
               SET RQST-COMPLETE TO TRUE
               MOVE 12 TO RQST-RETURN-CODE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RQST-RUN-DATE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
       END-EVALUATE
       REWRITE BERN-RQST-RECORD.
       VALIDATE-REQUEST. *> Same rules as bernoulli's VALIDATE-N, applied to the queue record.
       SET WS-N-VALID TO TRUE
           DISPLAY "BERNQFMT: request " RQST-SEQ " rejected at"
               " validation - n=" RQST-N " series=" RQST-SERIES
       END-IF.
       CHECK-REQUEST-AUTH. *> The queue record's user must be entitled to it, as in the dialog.
       SET AUCK-CHECK-ENTRY TO TRUE
       MOVE RQST-USER TO AUCK-USER
       MOVE RQST-SEQ TO AUCK-RQST-SEQ
       MOVE RQST-N TO AUCK-N
       MOVE RQST-MODE TO AUCK-MODE
       MOVE RQST-PREC TO AUCK-PREC
       MOVE RQST-SERIES TO AUCK-SERIES
       CALL "bernauck" USING BERN-AUCK-AREA
       IF AUCK-UNAVAILABLE
           SET WS-N-UNCHECKED TO TRUE
           DISPLAY "BERNQFMT: request " RQST-SEQ " not checked - "
               AUCK-TEXT
           EXIT PARAGRAPH
       END-IF
       IF NOT AUCK-ALLOWED
           SET WS-N-REFUSED TO TRUE
           DISPLAY "BERN136E BERNQFMT REQUEST REFUSED, SEQ=" RQST-SEQ
               " USER=" RQST-USER UPON CONSOLE
           DISPLAY "BERNQFMT: request " RQST-SEQ " refused - "
               AUCK-TEXT
       END-IF.
       SET-BUDGET-FROM-PARM. *> Nightly budget off the PARM - none given, no limit.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > ZERO AND PARM-LEN <= 7
               IF PARM-TEXT(1:PARM-LEN) IS NUMERIC
                   MOVE PARM-TEXT(1:PARM-LEN) TO WS-BUDGET-HNDS
               ELSE
                   DISPLAY "BERNQFMT: PARM '" PARM-TEXT(1:PARM-LEN)
                       "' is not a budget in hundredths - ignored"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
       END-IF.
       ESTIMATE-AND-ADMIT. *> Costs the request and admits it if the deck still has room.
       SET QEST-ESTIMATE TO TRUE
       MOVE RQST-SERIES TO QEST-SERIES
       MOVE RQST-N TO QEST-N
       CALL "bernqest" USING BERN-QEST-AREA
       MOVE QEST-TOTAL-HNDS TO RQST-EST-HNDS
      *    the build is shared across the deck - only a deeper one adds
       MOVE QEST-SERVE-HNDS TO WS-MARGINAL-HNDS
       IF QEST-NEEDS-BUILD AND QEST-BUILD-HNDS > WS-DECK-BUILD-HNDS
           COMPUTE WS-MARGINAL-HNDS = WS-MARGINAL-HNDS
               + QEST-BUILD-HNDS - WS-DECK-BUILD-HNDS
       END-IF
       IF WS-BUDGET-HNDS > ZERO AND WS-EST-ACTIVE
           IF WS-BUDGET-OPEN AND WS-CARD-COUNT > ZERO
               AND WS-DECK-EST-HNDS + WS-MARGINAL-HNDS > WS-BUDGET-HNDS
               SET WS-BUDGET-FULL TO TRUE
               MOVE WS-DECK-EST-HNDS TO WS-HNDS-ED
               DISPLAY "BERNQFMT: nightly budget used up at request "
                   RQST-SEQ " - deck estimate" WS-HNDS-ED
           END-IF
           IF WS-BUDGET-FULL *> strict entry order - nothing later jumps the queue
               SET WS-N-DEFERRED TO TRUE
               DISPLAY "BERNQFMT: request " RQST-SEQ " deferred -"
                   " est " RQST-EST-HNDS " hundredths"
               EXIT PARAGRAPH
           END-IF
           IF WS-MARGINAL-HNDS > WS-BUDGET-HNDS
               DISPLAY "BERNQFMT: request " RQST-SEQ " alone exceeds"
                   " the budget - admitted as the first card"
           END-IF
       END-IF
       ADD WS-MARGINAL-HNDS TO WS-DECK-EST-HNDS
       IF QEST-NEEDS-BUILD AND QEST-BUILD-HNDS > WS-DECK-BUILD-HNDS
           MOVE QEST-BUILD-HNDS TO WS-DECK-BUILD-HNDS
       END-IF
       DISPLAY "BERNQFMT: request " RQST-SEQ " admitted - est "
           RQST-EST-HNDS " hundredths".
       PRINT-FORMAT-TOTALS. *> The pre-step's control totals, for the job log.
       MOVE WS-READ-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: QUEUE RECORDS READ . . . " WS-COUNT-ED
       MOVE WS-CARD-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: ADMITTED - CARDS WRITTEN " WS-COUNT-ED
       MOVE WS-CARRY-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT:   CARRIED OVER . . . . . " WS-COUNT-ED
       MOVE WS-DEFER-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: DEFERRED - OVER BUDGET . " WS-COUNT-ED
       MOVE WS-REJ-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: REJECTED AT VALIDATION . " WS-COUNT-ED
       MOVE WS-REFUSE-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: REFUSED - NOT AUTHORIZED " WS-COUNT-ED
       MOVE WS-UNCHK-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: LEFT PENDING - NO CHECK  " WS-COUNT-ED
       MOVE WS-SKIP-COUNT TO WS-COUNT-ED
       DISPLAY "BERNQFMT: ALREADY PROCESSED  . . . " WS-COUNT-ED
       MOVE WS-DECK-EST-HNDS TO WS-HNDS-ED
       DISPLAY "BERNQFMT: ESTIMATED DECK COST  . . " WS-HNDS-ED
           " HUNDREDTHS"
       IF WS-BUDGET-HNDS > ZERO
           MOVE WS-BUDGET-HNDS TO WS-HNDS-ED
           DISPLAY "BERNQFMT: NIGHTLY BUDGET . . . . . " WS-HNDS-ED
               " HUNDREDTHS"
       ELSE
           DISPLAY "BERNQFMT: NIGHTLY BUDGET . . . . . NONE"
       END-IF.
       END PROGRAM bernqfmt.
