      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Callable cost estimator over the BERNSTAT statistics
      *   file, so a request's cost is read off the same history
      *   bernstr trends - by the BERNOUL pre-step (bernqfmt) to admit
      *   the night's requests against its budget, and by the
      *   request-entry dialog (bernrqst) to show the analyst the cost
      *   as the request is keyed. A load call reads BERNSTAT once into
      *   tables by series and n; each estimate call then returns:
      *     - the shared build the request needs - to n for Bernoulli,
      *       to 2n for a tangent n above the exact-fraction range,
      *       none for Euler - costed from the average build elapsed
      *       to that slot, else the nearest higher slot on file, else
      *       the nearest lower slot scaled by the square of n (the
      *       build is quadratic in n), else zero;
      *     - the serve cost, the average for the series and n, else
      *       the series average, else the overall average, else zero.
      *   If BERNSTAT will not open nothing is estimated (QEST-RC 12);
      *   the callers carry on without a cost rather than stop.
      * Tectonics: cobc
      * Modifications:
      *   - Added with batch-window admission control in the BERNOUL
      *     pre-step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernqest. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-STAT ASSIGN TO "BERNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-STAT
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STAT-RECORD. *> reading view of BERN-STAT-RECORD as bernoulli writes it (see bernstr)
           05 ST-TIMESTAMP     PIC X(21).
           05 FILLER           PIC X(01).
           05 ST-N             PIC X(5). *> requested n, edited - spaces when the card was rejected
           05 FILLER           PIC X(01).
           05 ST-BUILD-ITER    PIC X(9).
           05 FILLER           PIC X(01).
           05 ST-BUILD-CKPT    PIC X(4).
           05 FILLER           PIC X(01).
           05 ST-BUILD-HNDS    PIC X(7). *> build elapsed to this n, hundredths - B records only
           05 FILLER           PIC X(01).
           05 ST-SERVE-HNDS    PIC X(7). *> serve elapsed for this card, hundredths
           05 FILLER           PIC X(01).
           05 ST-USER          PIC X(8).
           05 FILLER           PIC X(01).
           05 ST-SERIES        PIC X(1).
               88 ST-SER-BERN     VALUES 'B', ' '. *> blank = written before the series byte existed
               88 ST-SER-EULER    VALUE 'E'.
               88 ST-SER-TAN      VALUE 'T'.
           05 FILLER           PIC X(01).
           05 ST-RUN-ID        PIC X(16).
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-STAT-STATUS   PIC XX. *> file status for BERN-STAT
           88 WS-STAT-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the load pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-LOAD-STATE    PIC X VALUE SPACE. *> whether the tables hold the history
           88 WS-NOT-LOADED      VALUE SPACE.
           88 WS-LOADED          VALUE 'L'.
           88 WS-LOAD-FAILED     VALUE 'X'.
       01 WS-TAN-EXACT-N   PIC 9(5) VALUE 17. *> largest tangent n served without the table (see bernoulli)
       01 WS-N-NUM         PIC 9(5). *> ST-N with its leading blanks zeroed
       01 WS-SER-SUB       PIC S9(4) COMP. *> series row - 1 = B, 2 = E, 3 = T
       01 WS-SLOT          PIC S9(4) COMP. *> n + 1, subscript into a series row
       01 WS-NEAR-SLOT     PIC S9(4) COMP. *> nearest slot with build history
       01 WS-BUILD-SLOT    PIC S9(4) COMP. *> the slot the build must reach
       01 WS-ALL-RUNS      PIC 9(7) VALUE ZERO. *> every usable stat record, all series
       01 WS-ALL-SERVE-SUM PIC 9(11) VALUE ZERO. *> their serve elapsed
       01 WS-COST-TABLE. *> the history - one row per series, one entry per n 0-98
           05 COST-SERIES OCCURS 3 TIMES.
               10 CS-RUNS       PIC 9(7). *> records seen for the series
               10 CS-SERVE-SUM  PIC 9(11). *> their serve elapsed
               10 COST-ENTRY OCCURS 99 TIMES.
                   15 CE-RUNS       PIC 9(7). *> records seen for this n
                   15 CE-SERVE-SUM  PIC 9(11). *> their serve elapsed
                   15 CE-BUILD-RUNS PIC 9(7). *> B records - build elapsed to this slot
                   15 CE-BUILD-SUM  PIC 9(11).
       01 WS-AVG-HNDS      PIC 9(7). *> one average, before any scaling
       LINKAGE SECTION.
       COPY BERNQEST. *> the caller's request and the estimate handed back
       PROCEDURE DIVISION USING BERN-QEST-AREA.
       MAIN-ESTIMATE. *> Loads the history, or estimates one request from it.
       MOVE ZERO TO QEST-RC
       IF QEST-LOAD
           PERFORM LOAD-HISTORY
           GOBACK
       END-IF
       MOVE ZERO TO QEST-BUILD-TO QEST-BUILD-HNDS QEST-SERVE-HNDS
           QEST-TOTAL-HNDS QEST-RUNS
       SET QEST-NO-BUILD TO TRUE
       SET QEST-BASIS-NONE TO TRUE
       IF WS-NOT-LOADED
           PERFORM LOAD-HISTORY
       END-IF
       IF WS-LOAD-FAILED *> no history to go on
           MOVE 12 TO QEST-RC
           GOBACK
       END-IF
       IF WS-ALL-RUNS = ZERO
           MOVE 4 TO QEST-RC
           GOBACK
       END-IF
       PERFORM ESTIMATE-ONE-REQUEST
       GOBACK.
       LOAD-HISTORY. *> One pass of BERNSTAT into the cost tables.
       INITIALIZE WS-COST-TABLE
       MOVE ZERO TO WS-ALL-RUNS WS-ALL-SERVE-SUM
       SET WS-PASS-ACTIVE TO TRUE
       OPEN INPUT BERN-STAT
       IF NOT WS-STAT-OK
           DISPLAY "BERNQEST: statistics file unavailable, status "
               WS-STAT-STATUS
           SET WS-LOAD-FAILED TO TRUE
           MOVE 12 TO QEST-RC
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-STAT
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM ACCUMULATE-ONE-RECORD
           END-READ
       END-PERFORM
       CLOSE BERN-STAT
       SET WS-LOADED TO TRUE
       IF WS-ALL-RUNS = ZERO
           MOVE 4 TO QEST-RC
       END-IF.
       ACCUMULATE-ONE-RECORD. *> Folds one stat record into its series and n.
       EVALUATE TRUE
           WHEN ST-SER-BERN
               MOVE 1 TO WS-SER-SUB
           WHEN ST-SER-EULER
               MOVE 2 TO WS-SER-SUB
           WHEN ST-SER-TAN
               MOVE 3 TO WS-SER-SUB
           WHEN OTHER
               MOVE ZERO TO WS-SER-SUB
       END-EVALUATE
       IF WS-SER-SUB = ZERO OR ST-N = SPACES
           OR ST-SERVE-HNDS IS NOT NUMERIC *> rejected card - no n, no cost
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(ST-N) TO WS-N-NUM
       IF WS-N-NUM > 98
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-SLOT = WS-N-NUM + 1
       ADD 1 TO WS-ALL-RUNS CS-RUNS(WS-SER-SUB)
           CE-RUNS(WS-SER-SUB WS-SLOT)
       ADD FUNCTION NUMVAL(ST-SERVE-HNDS) TO WS-ALL-SERVE-SUM
           CS-SERVE-SUM(WS-SER-SUB) CE-SERVE-SUM(WS-SER-SUB WS-SLOT)
       IF ST-SER-BERN AND ST-BUILD-HNDS IS NUMERIC
           ADD 1 TO CE-BUILD-RUNS(1 WS-SLOT)
           ADD FUNCTION NUMVAL(ST-BUILD-HNDS)
               TO CE-BUILD-SUM(1 WS-SLOT)
       END-IF.
       ESTIMATE-ONE-REQUEST. *> Build and serve cost of the request in the parameter area.
       EVALUATE QEST-SERIES
           WHEN 'E'
               MOVE 2 TO WS-SER-SUB
           WHEN 'T'
               MOVE 3 TO WS-SER-SUB
           WHEN OTHER
               MOVE 1 TO WS-SER-SUB
       END-EVALUATE
       EVALUATE TRUE
           WHEN WS-SER-SUB = 1
               SET QEST-NEEDS-BUILD TO TRUE
               MOVE QEST-N TO QEST-BUILD-TO
           WHEN WS-SER-SUB = 3 AND QEST-N > WS-TAN-EXACT-N
               SET QEST-NEEDS-BUILD TO TRUE
               COMPUTE QEST-BUILD-TO = QEST-N * 2
       END-EVALUATE
       SET QEST-BASIS-HIST TO TRUE
       IF QEST-BUILD-TO > 98 *> past the table - costed as the deepest build there is
           MOVE 98 TO QEST-BUILD-TO
       END-IF
       IF QEST-NEEDS-BUILD
           PERFORM ESTIMATE-BUILD
       END-IF
       PERFORM ESTIMATE-SERVE
       ADD QEST-BUILD-HNDS QEST-SERVE-HNDS GIVING QEST-TOTAL-HNDS
           ON SIZE ERROR
               MOVE 9999999 TO QEST-TOTAL-HNDS
       END-ADD.
       ESTIMATE-BUILD. *> Average build to the slot, else the nearest slot on file.
       COMPUTE WS-BUILD-SLOT = QEST-BUILD-TO + 1
       IF CE-BUILD-RUNS(1 WS-BUILD-SLOT) > ZERO
           DIVIDE CE-BUILD-SUM(1 WS-BUILD-SLOT)
               BY CE-BUILD-RUNS(1 WS-BUILD-SLOT)
               GIVING QEST-BUILD-HNDS ROUNDED
           EXIT PARAGRAPH
       END-IF
       SET QEST-BASIS-NEAR TO TRUE
      *    a deeper build on file costs at least as much - the safe side
       MOVE ZERO TO WS-NEAR-SLOT
       PERFORM VARYING WS-SLOT FROM WS-BUILD-SLOT BY 1
           UNTIL WS-SLOT > 99 OR WS-NEAR-SLOT > ZERO
           IF CE-BUILD-RUNS(1 WS-SLOT) > ZERO
               MOVE WS-SLOT TO WS-NEAR-SLOT
           END-IF
       END-PERFORM
       IF WS-NEAR-SLOT > ZERO
           DIVIDE CE-BUILD-SUM(1 WS-NEAR-SLOT)
               BY CE-BUILD-RUNS(1 WS-NEAR-SLOT)
               GIVING QEST-BUILD-HNDS ROUNDED
           EXIT PARAGRAPH
       END-IF
      *    only shallower builds on file - scale up by the square of n
       PERFORM VARYING WS-SLOT FROM WS-BUILD-SLOT BY -1
           UNTIL WS-SLOT < 1 OR WS-NEAR-SLOT > ZERO
           IF CE-BUILD-RUNS(1 WS-SLOT) > ZERO
               MOVE WS-SLOT TO WS-NEAR-SLOT
           END-IF
       END-PERFORM
       IF WS-NEAR-SLOT = ZERO
           EXIT PARAGRAPH
       END-IF
       DIVIDE CE-BUILD-SUM(1 WS-NEAR-SLOT)
           BY CE-BUILD-RUNS(1 WS-NEAR-SLOT)
           GIVING WS-AVG-HNDS ROUNDED
       IF WS-NEAR-SLOT = 1 *> only n=0 on file - nothing to scale by
           MOVE WS-AVG-HNDS TO QEST-BUILD-HNDS
       ELSE
           COMPUTE QEST-BUILD-HNDS ROUNDED = WS-AVG-HNDS
               * (QEST-BUILD-TO * QEST-BUILD-TO)
               / ((WS-NEAR-SLOT - 1) * (WS-NEAR-SLOT - 1))
               ON SIZE ERROR
                   MOVE 9999999 TO QEST-BUILD-HNDS
           END-COMPUTE
       END-IF.
       ESTIMATE-SERVE. *> Average serve for the series and n, else the series, else overall.
       COMPUTE WS-SLOT = QEST-N + 1
       IF QEST-N > 98
           MOVE ZERO TO WS-SLOT
       END-IF
       EVALUATE TRUE
           WHEN WS-SLOT > ZERO AND CE-RUNS(WS-SER-SUB WS-SLOT) > ZERO
               MOVE CE-RUNS(WS-SER-SUB WS-SLOT) TO QEST-RUNS
               DIVIDE CE-SERVE-SUM(WS-SER-SUB WS-SLOT)
                   BY CE-RUNS(WS-SER-SUB WS-SLOT)
                   GIVING QEST-SERVE-HNDS ROUNDED
           WHEN CS-RUNS(WS-SER-SUB) > ZERO
               SET QEST-BASIS-NEAR TO TRUE
               MOVE CS-RUNS(WS-SER-SUB) TO QEST-RUNS
               DIVIDE CS-SERVE-SUM(WS-SER-SUB) BY CS-RUNS(WS-SER-SUB)
                   GIVING QEST-SERVE-HNDS ROUNDED
           WHEN OTHER
               SET QEST-BASIS-NEAR TO TRUE
               MOVE WS-ALL-RUNS TO QEST-RUNS
               DIVIDE WS-ALL-SERVE-SUM BY WS-ALL-RUNS
                   GIVING QEST-SERVE-HNDS ROUNDED
       END-EVALUATE.
       END PROGRAM bernqest.
