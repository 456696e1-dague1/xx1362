      * Author: David Ljunggren
      * Date:
      * Purpose: BERNOUL post-step over the BERNRQST request queue.
      *   Reads the run's BERNAUD records (the run is an optional PARM
      *   of a run ID or 'YYYYMMDD', defaulting to the latest run on
      *   BERNRUNC) and writes each submitted request's own 0/4/8/12
      *   AUDIT-RETURN-CODE back onto its queue record, marking it
      *   complete, so the analyst who keyed the request can check
      *   next morning whether it ran clean.
      *   Outcomes are matched on index and series - queue-fed cards
      *   always pass bernqfmt's validation, so their audit records
      *   always carry a numeric n to match on. A submitted
      *   record with no outcome from the run is left submitted
      *   and reported, so a skipped run is visible rather than
      *   silently swallowed.
      * Tectonics: cobc
      * Modifications:
      *   - Added as the outcome half of the pending-request queue
      *     that feeds the nightly BERNOUL deck.
      *   - Outcomes are now selected by run instead of by calendar
      *     date. The PARM takes a 16-digit run ID, or a 'YYYYMMDD'
      *     date meaning the latest run started that day, and with no
      *     PARM the latest run on the BERNRUNC run-control file is
      *     used - two runs on one date no longer mix their outcomes.
      *     An audit record written before run IDs were carried (run
      *     ID blank) still matches on its date. If the run-control
      *     file cannot be read the step falls back to date selection.
      *     BERNAUD view widened to the 81-byte record.
      *   - Queue record widened 55 to 130 bytes (deferral marker,
      *     reason and cost estimate); this step leaves them as found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernqupd. *>Program name
           SELECT BERN-AUDIT ASSIGN TO "BERNAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BERN-RUNC ASSIGN TO "BERNRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-RUN-ID
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-RQST
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRQST. *> same keyed queue record bernrqst/bernqfmt maintain
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
       FD  BERN-RUNC
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRUNC. *> run-control file - which run is the latest, or the latest on a date
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-RQST-STATUS   PIC XX. *> file status for BERN-RQST
           88 WS-RQST-OK      VALUE '00'.
       01 WS-AUDIT-STATUS  PIC XX. *> file status for BERN-AUDIT
           88 WS-AUDIT-OK     VALUE '00'.
       01 WS-RUNC-STATUS   PIC XX. *> file status for BERN-RUNC
           88 WS-RUNC-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-RUN-DATE      PIC X(8). *> yyyymmdd whose outcomes are written back
       01 WS-RUN-ID        PIC X(16) VALUE SPACES. *> run whose outcomes are written back, spaces = by date only
       01 WS-SEL-MODE      PIC X VALUE 'L'. *> how the PARM asked for the run
           88 WS-SEL-BY-ID       VALUE 'I'. *> 16-digit run ID
           88 WS-SEL-BY-DATE     VALUE 'D'. *> yyyymmdd - the latest run started that day
           88 WS-SEL-LATEST      VALUE 'L'. *> no PARM - the latest run on file
       01 WS-REC-DATE      PIC X(8). *> yyyymmdd of the audit record in hand
       01 WS-N-NUM         PIC 9(5). *> AUD-N with its leading blanks zeroed
       01 WS-SER-SUB       PIC S9(4) COMP. *> series subscript - 1 = B, 2 = E, 3 = T
       01 WS-LEFT-COUNT    PIC 9(5) VALUE ZERO. *> submitted requests with no outcome on the run date
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control lines
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM= run ID or 'YYYYMMDD', default the latest run
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(16).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-UPDATE. *> Collects the run date's outcomes, then writes them back onto the queue.
       PERFORM SET-RUN-DATE-FROM-PARM
       PERFORM SELECT-RUN
       IF WS-RUN-ID = SPACES
           DISPLAY "BERNQUPD: WRITING BACK OUTCOMES FOR RUN DATE "
               WS-RUN-DATE
       ELSE
           DISPLAY "BERNQUPD: WRITING BACK OUTCOMES FOR RUN ID "
               WS-RUN-ID
       END-IF
       PERFORM COLLECT-RUN-OUTCOMES
       PERFORM UPDATE-QUEUE-RECORDS
       PERFORM PRINT-UPDATE-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-RUN-DATE-FROM-PARM. *> Takes a run ID or run date off the PARM, or defaults to the latest run.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN >= 16 AND PARM-TEXT(1:16) IS NUMERIC
               MOVE PARM-TEXT(1:16) TO WS-RUN-ID
               MOVE PARM-TEXT(1:8) TO WS-RUN-DATE
               SET WS-SEL-BY-ID TO TRUE
           ELSE
               IF PARM-LEN >= 8 AND PARM-TEXT(1:8) IS NUMERIC
                   MOVE PARM-TEXT(1:8) TO WS-RUN-DATE
                   SET WS-SEL-BY-DATE TO TRUE
               END-IF
           END-IF
       END-IF.
       SELECT-RUN. *> Finds the run on the run-control file - the latest overall, or the latest on the date.
      * a run ID off the PARM is taken as given; refused runs wrote
      * nothing, so they are never selected
       IF WS-SEL-BY-ID
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT BERN-RUNC
       IF NOT WS-RUNC-OK
           DISPLAY "BERNQUPD: run-control file unavailable, status "
               WS-RUNC-STATUS " - selecting by run date"
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO RUNC-RUN-ID
       START BERN-RUNC KEY NOT LESS THAN RUNC-RUN-ID
           INVALID KEY
               SET WS-PASS-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-RUNC NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   IF NOT RUNC-REFUSED
                       AND (WS-SEL-LATEST
                           OR RUNC-RUN-ID(1:8) = WS-RUN-DATE)
                       MOVE RUNC-RUN-ID TO WS-RUN-ID
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BERN-RUNC
       SET WS-PASS-ACTIVE TO TRUE
       IF WS-RUN-ID = SPACES
           DISPLAY "BERNQUPD: no run on the run-control file"
               " - selecting by run date"
       ELSE
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
       END-IF.
       COLLECT-RUN-OUTCOMES. *> One pass over the audit log for the run date's outcomes.
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
               NOT AT END
                   ADD 1 TO WS-AUD-COUNT
                   MOVE AUD-TIMESTAMP(1:8) TO WS-REC-DATE
                   IF AUD-N NOT = SPACES
                       AND ((AUD-RUN-ID NOT = SPACES
                               AND AUD-RUN-ID = WS-RUN-ID)
                           OR ((AUD-RUN-ID = SPACES
                                   OR WS-RUN-ID = SPACES)
                               AND WS-REC-DATE = WS-RUN-DATE))
                       PERFORM COLLECT-ONE-OUTCOME
                   END-IF
           END-READ
           MOVE WS-RUN-DATE TO RQST-RUN-DATE
           REWRITE BERN-RQST-RECORD
           ADD 1 TO WS-MATCH-COUNT
       ELSE *> no outcome from the run - leave it submitted, but say so
           ADD 1 TO WS-LEFT-COUNT
           DISPLAY "BERNQUPD: request " RQST-SEQ " (n=" RQST-N
               " series=" RQST-SERIES ") has no outcome on "
