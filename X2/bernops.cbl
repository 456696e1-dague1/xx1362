      * Date:
      * Purpose: Consolidated morning operations report over one
      *   nightly BERNOUL run - the one page the early shift reads at
      *   06:00 instead of three SYSOUTs. Takes the run (and an
      *   optional batch-window threshold) on the PARM, pulls that
      *   run's records from BERNAUD, BERNEXC and BERNSTAT, and
      *   prints: the run's BERNRUNC control record, the request
      *   count and 0/4/8/12 outcome breakdown,
      *   every exception with its BERN1nn message id and mismatch
      *   detail, the total and worst build/serve elapsed off the
      *   statistics records, and a clear WARNING line (and RC=4,
      *   so scheduling can trap it) when the run's total elapsed
      *   crosses the threshold. Closes with every exception still
      *   open on BERNDISP, from any night, and its age in days.
      * Tectonics: cobc
      * Modifications:
      *   - Added so "did last night run clean and how long did it
      *     take" is one page, not three datasets.
      *   - Report by run instead of by calendar date. The PARM's
      *     first word is a 16-digit run ID, or a 'YYYYMMDD' date
      *     meaning the latest run started that day; with no PARM (or
      *     '*' ahead of a threshold) the latest run on the BERNRUNC
      *     run-control file is reported. The run's start, end, status
      *     and final RC head the page, and an abended or refused run
      *     is called out. Records written before run IDs were carried
      *     still match on their date, and if the run-control file is
      *     unavailable the report falls back to date selection. The
      *     three reading views widened to the 81/127/86-byte records.
      *   - New OPEN EXCEPTIONS section: every exception on BERNEXC,
      *     from any run, that has no disposition on the BERNDISP file
      *     (or is still being investigated), with how many days old
      *     it is and who has it, and the open and oldest totals. The
      *     report still runs, showing everything as open, if the
      *     disposition file is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernops. *>Program name
           SELECT BERN-STAT ASSIGN TO "BERNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT BERN-RUNC ASSIGN TO "BERNRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-RUN-ID
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT BERN-DISP ASSIGN TO "BERNDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
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
       FD  BERN-EXCEPT
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD. *> reading view of BERN-EXC-RECORD as bernoulli writes it
           05 EX-TIMESTAMP     PIC X(21). *> yyyymmdd in the first 8 bytes
           05 EX-REFERENCE     PIC X(20). *> published value (RC=8 only)
           05 FILLER           PIC X(01).
           05 EX-DIFF          PIC X(20). *> computed minus published (RC=8 only)
           05 FILLER           PIC X(01).
           05 EX-RUN-ID        PIC X(16). *> the run that wrote it - blank on records before run IDs
       FD  BERN-STAT
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STAT-RECORD. *> reading view of BERN-STAT-RECORD as bernoulli writes it
           05 ST-TIMESTAMP     PIC X(21). *> yyyymmdd in the first 8 bytes
           05 ST-USER          PIC X(8).
           05 FILLER           PIC X(01).
           05 ST-SERIES        PIC X(1). *> which series - build-cost columns only apply to B
           05 FILLER           PIC X(01).
           05 ST-RUN-ID        PIC X(16). *> the run that wrote it - blank on records before run IDs
       FD  BERN-RUNC
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRUNC. *> run-control file - which run to report, and how it ended
       FD  BERN-DISP
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNDISP. *> what has been done about each exception, maintained by bernexcd
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-AUDIT-STATUS  PIC XX. *> file status for BERN-AUDIT
           88 WS-AUDIT-OK     VALUE '00'.
           88 WS-EXC-OK       VALUE '00'.
       01 WS-STAT-STATUS   PIC XX. *> file status for BERN-STAT
           88 WS-STAT-OK      VALUE '00'.
       01 WS-RUNC-STATUS   PIC XX. *> file status for BERN-RUNC
           88 WS-RUNC-OK      VALUE '00'.
       01 WS-DISP-STATUS   PIC XX. *> file status for BERN-DISP
           88 WS-DISP-OK      VALUE '00'.
           88 WS-DISP-EMPTY   VALUE '35'. *> KSDS defined but no disposition recorded yet
       01 WS-DISP-FLAG     PIC X VALUE 'N'. *> whether dispositions can be looked up
           88 WS-DISP-AVAILABLE  VALUE 'Y'.
           88 WS-DISP-MISSING    VALUE 'N'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run
       01 WS-RUN-DATE      PIC X(8). *> yyyymmdd the report covers
       01 WS-RUN-ID        PIC X(16) VALUE SPACES. *> run the report covers, spaces = by date only
       01 WS-SEL-MODE      PIC X VALUE 'L'. *> how the PARM asked for the run
           88 WS-SEL-BY-ID       VALUE 'I'. *> 16-digit run ID
           88 WS-SEL-BY-DATE     VALUE 'D'. *> yyyymmdd - the latest run started that day
           88 WS-SEL-LATEST      VALUE 'L'. *> no run on the PARM - the latest run on file
       01 WS-PARM-RUN      PIC X(16). *> first word of the PARM - run ID, date or '*'
       01 WS-PARM-WINDOW   PIC X(7). *> second word of the PARM - window threshold
       01 WS-REC-DATE      PIC X(8). *> yyyymmdd of the record in hand
       01 WS-REC-RUN-ID    PIC X(16). *> run ID of the record in hand
       01 WS-REC-IN-RUN    PIC X. *> whether the record in hand belongs to the reported run
           88 WS-IN-RUN          VALUE 'Y'.
       01 WS-WINDOW-HNDS   PIC 9(7) VALUE ZERO. *> batch-window threshold, hundredths - zero = no check
       01 WS-TOTAL-COUNT   PIC 9(7) VALUE ZERO. *> requests on the run date
       01 WS-RC0-COUNT     PIC 9(7) VALUE ZERO. *> outcome 0000 - clean
       01 WS-HNDS-IN       PIC 9(7). *> one elapsed field, converted for the arithmetic
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the report lines
       01 WS-HNDS-ED       PIC Z(8)9. *> hundredths, edited for the report lines
       01 WS-TODAY         PIC X(8). *> yyyymmdd open exceptions are aged against
       01 WS-AGE-DAYS      PIC S9(5). *> days an exception has been open
       01 WS-AGE-ED        PIC Z(4)9. *> WS-AGE-DAYS, edited for the report lines
       01 WS-OLDEST-DAYS   PIC S9(5) VALUE ZERO. *> age of the oldest open exception
       01 WS-OPEN-COUNT    PIC 9(7) VALUE ZERO. *> exceptions with no closing disposition
       01 WS-INVEST-COUNT  PIC 9(7) VALUE ZERO. *> of which under investigation
       01 WS-EXC-KEY. *> disposition key of the exception record in hand
           05 WS-KEY-BASE.
               10 WS-KEY-STAMP  PIC X(16).
               10 WS-KEY-MSG-ID PIC X(8).
               10 WS-KEY-N      PIC X(5).
           05 WS-KEY-OCCUR  PIC 9(2).
       01 WS-PREV-BASE     PIC X(29). *> stamp, id and n of the record before - twins share them
       LINKAGE SECTION.
       01 PARM-AREA. *> EXEC PARM='RUNID/YYYYMMDD NNNNNNN' - run, optional window threshold
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(24).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-REPORT. *> One pass per file, then the window check - the morning page.
       PERFORM SET-DATES-FROM-PARM
       PERFORM SELECT-RUN
       IF WS-RUN-ID = SPACES
           DISPLAY "BERNOPS: NIGHTLY RUN REPORT FOR " WS-RUN-DATE
       ELSE
           DISPLAY "BERNOPS: NIGHTLY RUN REPORT FOR RUN " WS-RUN-ID
       END-IF
       PERFORM PRINT-RUN-CONTROL
       PERFORM AUDIT-PASS
       PERFORM PRINT-OUTCOME-BREAKDOWN
       PERFORM EXCEPTION-PASS
       PERFORM STAT-PASS
       PERFORM PRINT-ELAPSED-FIGURES
       PERFORM CHECK-BATCH-WINDOW
       PERFORM OPEN-EXCEPTION-PASS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-DATES-FROM-PARM. *> Run off the PARM (default the latest), window threshold if given.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
       MOVE SPACES TO WS-PARM-RUN WS-PARM-WINDOW
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > ZERO AND PARM-LEN <= 24
               UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ALL SPACE
                   INTO WS-PARM-RUN WS-PARM-WINDOW
               END-UNSTRING
           END-IF
       END-IF
       EVALUATE TRUE
           WHEN WS-PARM-RUN IS NUMERIC
               MOVE WS-PARM-RUN TO WS-RUN-ID
               MOVE WS-PARM-RUN(1:8) TO WS-RUN-DATE
               SET WS-SEL-BY-ID TO TRUE
           WHEN WS-PARM-RUN(1:8) IS NUMERIC
               AND WS-PARM-RUN(9:8) = SPACES
               MOVE WS-PARM-RUN(1:8) TO WS-RUN-DATE
               SET WS-SEL-BY-DATE TO TRUE
       END-EVALUATE
       IF WS-PARM-WINDOW IS NUMERIC
           MOVE WS-PARM-WINDOW TO WS-WINDOW-HNDS
       END-IF.
       SELECT-RUN. *> Finds the run on the run-control file - the latest overall, or the latest on the date.
      * refused runs wrote nothing, so they are never selected
      * unless named by run ID
       OPEN INPUT BERN-RUNC
       IF NOT WS-RUNC-OK
           DISPLAY "BERNOPS: run-control file unavailable, status "
               WS-RUNC-STATUS " - selecting by run date"
           EXIT PARAGRAPH
       END-IF
       IF NOT WS-SEL-BY-ID
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
           SET WS-PASS-ACTIVE TO TRUE
       END-IF
       IF WS-RUN-ID = SPACES
           DISPLAY "BERNOPS: no run on the run-control file"
               " - selecting by run date"
       ELSE
           MOVE WS-RUN-ID(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-ID TO RUNC-RUN-ID
           READ BERN-RUNC
               INVALID KEY
                   MOVE SPACES TO BERN-RUNC-RECORD
                   DISPLAY "BERNOPS: run " WS-RUN-ID
                       " is not on the run-control file"
           END-READ
       END-IF
       CLOSE BERN-RUNC.
       PRINT-RUN-CONTROL. *> How the run went, off its run-control record.
       IF WS-RUN-ID = SPACES OR RUNC-RUN-ID NOT = WS-RUN-ID
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "RUN CONTROL"
       DISPLAY "  STARTED  . . . . . . . . " RUNC-START(1:14)
       DISPLAY "  ENDED  . . . . . . . . . " RUNC-END(1:14)
       DISPLAY "  USER . . . . . . . . . . " RUNC-USER
       DISPLAY "  DECK CARDS . . . . . . . " RUNC-DECK-CARDS
       DISPLAY "  FINAL RC . . . . . . . . " RUNC-RETURN-CODE
       EVALUATE TRUE
           WHEN RUNC-COMPLETED
               DISPLAY "  STATUS . . . . . . . . . COMPLETED"
           WHEN RUNC-STARTED
               DISPLAY "  STATUS . . . . . . . . . STARTED - STILL"
                   " RUNNING, OR DIED AND NOT YET CLOSED OUT"
           WHEN RUNC-ABENDED
               DISPLAY "  STATUS . . . . . . . . . ABENDED - NEVER"
                   " REACHED ITS CLOSE"
           WHEN RUNC-REFUSED
               DISPLAY "  STATUS . . . . . . . . . REFUSED - DECK HAD"
                   " ALREADY COMPLETED"
       END-EVALUATE
       IF RUNC-RERUN = 'Y'
           DISPLAY "  (STARTED UNDER PARM='RERUN')"
       END-IF
       IF NOT RUNC-COMPLETED
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
       END-IF.
       MATCH-RUN. *> Sets WS-IN-RUN when the record in hand belongs to the reported run.
      * records from before run IDs were carried match on their date
       MOVE 'N' TO WS-REC-IN-RUN
       IF WS-REC-RUN-ID NOT = SPACES AND WS-RUN-ID NOT = SPACES
           IF WS-REC-RUN-ID = WS-RUN-ID
               SET WS-IN-RUN TO TRUE
           END-IF
       ELSE
           IF WS-REC-DATE = WS-RUN-DATE
               SET WS-IN-RUN TO TRUE
           END-IF
       END-IF.
       AUDIT-PASS. *> The run's requests and outcomes off the audit log.
       OPEN INPUT BERN-AUDIT
       IF NOT WS-AUDIT-OK
           DISPLAY "BERNOPS: audit log unavailable, status "
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   MOVE AUD-TIMESTAMP(1:8) TO WS-REC-DATE
                   MOVE AUD-RUN-ID TO WS-REC-RUN-ID
                   PERFORM MATCH-RUN
                   IF WS-IN-RUN
                       ADD 1 TO WS-TOTAL-COUNT
                       EVALUATE AUD-RC
                           WHEN "0000"
           DISPLAY "  RC UNRECOGNIZED  . . . . " WS-COUNT-ED
       END-IF
       IF WS-TOTAL-COUNT = ZERO
           DISPLAY "  (NO REQUESTS FOR THIS RUN - DID THE RUN"
               " HAPPEN?)"
       END-IF.
       EXCEPTION-PASS. *> Every exception of the run, message id and mismatch detail.
       DISPLAY " "
       DISPLAY "EXCEPTIONS"
       OPEN INPUT BERN-EXCEPT
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   MOVE EX-TIMESTAMP(1:8) TO WS-REC-DATE
                   MOVE EX-RUN-ID TO WS-REC-RUN-ID
                   PERFORM MATCH-RUN
                   IF WS-IN-RUN
                       ADD 1 TO WS-EXC-COUNT
                       DISPLAY "  " EX-MSG-ID " N=" EX-N
                           " RC=" EX-RETURN-CODE
       IF WS-EXC-COUNT = ZERO
           DISPLAY "  (NONE)"
       END-IF.
       STAT-PASS. *> The run's cost figures off the statistics file.
       OPEN INPUT BERN-STAT
       IF NOT WS-STAT-OK
           DISPLAY "BERNOPS: statistics file unavailable, status "
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   MOVE ST-TIMESTAMP(1:8) TO WS-REC-DATE
                   MOVE ST-RUN-ID TO WS-REC-RUN-ID
                   PERFORM MATCH-RUN
                   IF WS-IN-RUN
                       ADD 1 TO WS-STAT-COUNT
                       IF ST-SERVE-HNDS IS NUMERIC
                           MOVE ST-SERVE-HNDS TO WS-HNDS-IN
               END-IF
           END-IF
       END-IF.
       OPEN-EXCEPTION-PASS. *> Every exception of any night not yet closed on BERNDISP, with its age.
       DISPLAY " "
       DISPLAY "OPEN EXCEPTIONS (ALL RUNS - NO DISPOSITION OR STILL"
           " INVESTIGATING)"
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       OPEN INPUT BERN-DISP
       EVALUATE TRUE
           WHEN WS-DISP-OK
               SET WS-DISP-AVAILABLE TO TRUE
           WHEN WS-DISP-EMPTY *> nothing disposed yet - every exception is open
               SET WS-DISP-MISSING TO TRUE
           WHEN OTHER
               DISPLAY "  DISPOSITION FILE UNAVAILABLE, STATUS "
                   WS-DISP-STATUS " - EVERY EXCEPTION SHOWN AS OPEN"
               SET WS-DISP-MISSING TO TRUE
       END-EVALUATE
       OPEN INPUT BERN-EXCEPT
       IF NOT WS-EXC-OK
           DISPLAY "BERNOPS: exceptions file unavailable, status "
               WS-EXC-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SPACES TO WS-PREV-BASE
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-EXCEPT
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-OPEN-EXCEPTION
           END-READ
       END-PERFORM
       CLOSE BERN-EXCEPT
       IF WS-DISP-AVAILABLE
           CLOSE BERN-DISP
       END-IF
       IF WS-OPEN-COUNT = ZERO
           DISPLAY "  (NONE)"
       ELSE
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           DISPLAY "  OPEN EXCEPTIONS  . . . . " WS-COUNT-ED
           MOVE WS-INVEST-COUNT TO WS-COUNT-ED
           DISPLAY "  UNDER INVESTIGATION  . . " WS-COUNT-ED
           MOVE WS-OLDEST-DAYS TO WS-COUNT-ED
           DISPLAY "  OLDEST (DAYS)  . . . . . " WS-COUNT-ED
       END-IF.
       CHECK-OPEN-EXCEPTION. *> Looks one exception up by its BERNDISP key and lists it if still open.
       MOVE EX-TIMESTAMP(1:16) TO WS-KEY-STAMP
       MOVE EX-MSG-ID TO WS-KEY-MSG-ID
       MOVE EX-N TO WS-KEY-N
       IF WS-KEY-BASE = WS-PREV-BASE AND WS-KEY-OCCUR < 99
           ADD 1 TO WS-KEY-OCCUR
       ELSE
           MOVE 1 TO WS-KEY-OCCUR
       END-IF
       MOVE WS-KEY-BASE TO WS-PREV-BASE
       MOVE SPACE TO DISP-CODE
       IF WS-DISP-AVAILABLE
           MOVE WS-EXC-KEY TO DISP-KEY
           READ BERN-DISP
               INVALID KEY
                   MOVE SPACE TO DISP-CODE
           END-READ
       END-IF
       IF DISP-CLOSED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-OPEN-COUNT
       IF EX-TIMESTAMP(1:8) IS NUMERIC
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(EX-TIMESTAMP(1:8)))
       ELSE
           MOVE ZERO TO WS-AGE-DAYS
       END-IF
       IF WS-AGE-DAYS > WS-OLDEST-DAYS
           MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
       END-IF
       MOVE WS-AGE-DAYS TO WS-AGE-ED
       IF DISP-INVESTIGATING
           ADD 1 TO WS-INVEST-COUNT
           DISPLAY "  " EX-TIMESTAMP(1:8) " " EX-MSG-ID " N=" EX-N
               " RC=" EX-RETURN-CODE " AGE " WS-AGE-ED " DAYS"
               "  INVESTIGATING - " DISP-USER " " DISP-INCIDENT
       ELSE
           DISPLAY "  " EX-TIMESTAMP(1:8) " " EX-MSG-ID " N=" EX-N
               " RC=" EX-RETURN-CODE " AGE " WS-AGE-ED " DAYS"
               "  NO DISPOSITION"
       END-IF.
       END PROGRAM bernops.
