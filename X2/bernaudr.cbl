      * Author: David Ljunggren
      * Date:
      * Purpose: Operations summary report over the BERNAUD audit log
      *   bernoulli appends to (one 81-byte record per requested n).
      *   Answers the monthly-review questions in one pass instead of
      *   browsing raw records by eye: request counts and distinct n
      *   values by user ID and by run, a breakdown of the 0/4/8/12
      *   AUDIT-RETURN-CODE outcomes, and a detail section listing
      *   every non-zero-RC record in the period. The period is an
      *   optional PARM of 'YYYYMMDD YYYYMMDD' (from/to, inclusive)
      *   or a single 16-digit run ID; no PARM reports the whole log.
      * Tectonics: cobc
      * Modifications:
      *   - Added so the monthly operations numbers come off the audit
      *   - Audit record widened 62 to 64 bytes - a series letter
      *     (B/E/T) is now appended by bernoulli's multi-series
      *     service; layout and LRECL follow suit here.
      *   - Audit record widened 64 to 81 bytes - bernoulli now
      *     appends its run ID. The date summary is now a summary by
      *     run (two runs on one date are two lines), a record's
      *     period date is the date its run started, and the PARM
      *     also takes one 16-digit run ID to report that run alone.
      *     Records from before run IDs were carried group under
      *     their timestamp date, as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernaudr. *>Program name
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD. *> reading view of BERN-AUDIT-RECORD as bernoulli writes it
           05 AUD-TIMESTAMP    PIC X(21). *> FUNCTION CURRENT-DATE - yyyymmdd in the first 8 bytes
           05 AUD-RC           PIC X(4). *> that request's own outcome - 0000/0004/0008/0012
           05 FILLER           PIC X(01).
           05 AUD-SERIES       PIC X(1). *> which series - B(ernoulli), E(uler) or T(angent)
           05 FILLER           PIC X(01).
           05 AUD-RUN-ID       PIC X(16). *> the run that wrote it - blank on records before run IDs
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-AUDIT-STATUS  PIC XX. *> file status for BERN-AUDIT
           88 WS-AUDIT-OK     VALUE '00'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-FROM-DATE     PIC X(8) VALUE "00000000". *> period start, inclusive
       01 WS-TO-DATE       PIC X(8) VALUE "99999999". *> period end, inclusive
       01 WS-ONE-RUN-ID    PIC X(16) VALUE SPACES. *> run ID off the PARM - report that run alone
       01 WS-REC-DATE      PIC X(8). *> yyyymmdd of the record in hand - its run's start date
       01 WS-REC-RUN       PIC X(16). *> run ID of the record in hand, its date on records before run IDs
       01 WS-REC-SELECTED  PIC X. *> whether the record in hand falls in the period/run
           88 WS-REC-IN-PERIOD   VALUE 'Y'.
       01 WS-TOTAL-COUNT   PIC 9(7) VALUE ZERO. *> records selected into the period
       01 WS-RC0-COUNT     PIC 9(7) VALUE ZERO. *> outcome 0000 - clean
       01 WS-RC4-COUNT     PIC 9(7) VALUE ZERO. *> outcome 0004 - fixed-point display overflow
               10 USER-ID       PIC X(8).
               10 USER-REQS     PIC 9(7). *> requests this user made
               10 USER-N-FLAG   PIC X OCCURS 99 TIMES. *> 'Y' once n = slot-1 has been seen for this user
       01 WS-DATE-LIMIT    PIC S9(4) COMP VALUE 100. *> distinct runs the summary can hold
       01 WS-DATE-COUNT    PIC S9(4) COMP VALUE ZERO. *> distinct runs seen so far
       01 WS-DATE-SUB      PIC S9(4) COMP. *> subscript over DATE-ENTRY
       01 WS-DATE-TABLE.
           05 DATE-ENTRY OCCURS 100 TIMES. *> one line per run in the period
               10 DATE-ID       PIC X(16). *> run ID, or the date of records before run IDs
               10 DATE-REQS     PIC 9(7). *> requests logged by this run
               10 DATE-N-FLAG   PIC X OCCURS 99 TIMES. *> 'Y' once n = slot-1 has been seen in this run
       01 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO. *> records past a full user/date table - reported, not silently lost
       01 WS-FOUND-FLAG    PIC X. *> whether the record's user/date was already in its table
           88 WS-ENTRY-FOUND     VALUE 'Y'.
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the report lines
       01 WS-DIST-ED       PIC ZZ9. *> distinct n counts, edited for the report lines
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='YYYYMMDD YYYYMMDD' period, or a run ID
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(17).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-REPORT. *> Period setup, summary pass, then the non-zero-RC detail pass.
       PERFORM SET-PERIOD-FROM-PARM
       IF WS-ONE-RUN-ID = SPACES
           DISPLAY "BERNAUDR: AUDIT LOG SUMMARY, PERIOD " WS-FROM-DATE
               " THROUGH " WS-TO-DATE
       ELSE
           DISPLAY "BERNAUDR: AUDIT LOG SUMMARY, RUN " WS-ONE-RUN-ID
       END-IF
       PERFORM SUMMARY-PASS
       PERFORM PRINT-OUTCOME-BREAKDOWN
       PERFORM PRINT-USER-SUMMARY
       PERFORM DETAIL-PASS
       MOVE ZERO TO RETURN-CODE
       GOBACK.
       SET-PERIOD-FROM-PARM. *> Takes from/to dates, or one run ID, off the PARM when one was supplied.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN >= 16 AND PARM-TEXT(1:16) IS NUMERIC
               MOVE PARM-TEXT(1:16) TO WS-ONE-RUN-ID
               EXIT PARAGRAPH
           END-IF
           IF PARM-LEN >= 8
               MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
           END-IF
               MOVE PARM-TEXT(10:8) TO WS-TO-DATE
           END-IF
       END-IF.
       SELECT-RECORD. *> Sets WS-REC-IN-PERIOD for the record in hand - by run ID, or by its run's date.
       IF AUD-RUN-ID = SPACES *> written before run IDs were carried
           MOVE AUD-TIMESTAMP(1:8) TO WS-REC-DATE
           MOVE WS-REC-DATE TO WS-REC-RUN
       ELSE
           MOVE AUD-RUN-ID(1:8) TO WS-REC-DATE
           MOVE AUD-RUN-ID TO WS-REC-RUN
       END-IF
       MOVE 'N' TO WS-REC-SELECTED
       IF WS-ONE-RUN-ID NOT = SPACES
           IF AUD-RUN-ID = WS-ONE-RUN-ID
               SET WS-REC-IN-PERIOD TO TRUE
           END-IF
       ELSE
           IF WS-REC-DATE >= WS-FROM-DATE
               AND WS-REC-DATE <= WS-TO-DATE
               SET WS-REC-IN-PERIOD TO TRUE
           END-IF
       END-IF.
       SUMMARY-PASS. *> Reads the whole log once, accumulating every summary the report prints.
       OPEN INPUT BERN-AUDIT
       IF NOT WS-AUDIT-OK
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-RECORD
                   IF WS-REC-IN-PERIOD
                       PERFORM ACCUMULATE-ONE-RECORD
                   END-IF
           END-READ
                   TO USER-N-FLAG(WS-USER-SUB, WS-N-NUM + 1)
           END-IF
       END-IF.
       TALLY-BY-DATE. *> Finds (or adds) this record's run and bumps its figures.
       SET WS-ENTRY-NEW TO TRUE
       PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
               OR WS-ENTRY-FOUND
           IF DATE-ID(WS-DATE-SUB) = WS-REC-RUN
               SET WS-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DATE-SUB
           END-IF
           IF WS-DATE-COUNT < WS-DATE-LIMIT
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-DATE-COUNT TO WS-DATE-SUB
               MOVE WS-REC-RUN TO DATE-ID(WS-DATE-SUB)
               MOVE ZERO TO DATE-REQS(WS-DATE-SUB)
               PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                       UNTIL WS-FLAG-SUB > 99
           DISPLAY "  (SUMMARY TABLE FULL - TALLIES DROPPED: "
               WS-COUNT-ED ")"
       END-IF.
       PRINT-DATE-SUMMARY. *> Request count and distinct n values per run.
       DISPLAY " "
       DISPLAY "BY RUN                     REQUESTS  DISTINCT N"
       PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
           MOVE ZERO TO WS-DISTINCT
           END-PERFORM
           MOVE DATE-REQS(WS-DATE-SUB) TO WS-COUNT-ED
           MOVE WS-DISTINCT TO WS-DIST-ED
           DISPLAY "  " DATE-ID(WS-DATE-SUB) "  "
               WS-COUNT-ED "         " WS-DIST-ED
       END-PERFORM.
       DETAIL-PASS. *> Rereads the log and lists every non-zero-RC record in the period.
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-RECORD
                   IF WS-REC-IN-PERIOD
                       AND AUD-RC NOT = "0000"
                       ADD 1 TO WS-NZ-COUNT
                       DISPLAY "  " AUD-RECORD
