      *   each retained dataset back over the live log. The archives
      *   keep the live layouts and LRECLs, so bernaudr/bernstr can
      *   be pointed at an archive dataset for a back-period rerun.
      *   An exception nobody has closed on BERNDISP is never archived.
      * Tectonics: cobc
      * Modifications:
      *   - Added so the monthly reports stop rereading years of dead
      *     records and the logs finally have a purge path.
      *   - Record lengths follow bernoulli's run ID: audit 64 to 81,
      *     exceptions 110 to 127, statistics 80 to 86 bytes. Records
      *     are still aged on their own timestamp date.
      *   - An exception before the cutoff is only archived once it
      *     has a closing disposition (resolved, accepted-known or
      *     requeued) on the BERNDISP file; one with none, or still
      *     under investigation, is retained and counted as held.
      *     Twin exceptions (same timestamp, id and n) go or stay
      *     together so their BERNDISP keys stay in step. The sweep
      *     will not start if BERNDISP is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernarch. *>Program name
           SELECT STA-KEEP ASSIGN TO "STAKEEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAK-STATUS.
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
       01  AUD-RECORD        PIC X(81). *> one audit record - yyyymmdd in the first 8 bytes
       FD  AUD-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUD-ARCH-RECORD   PIC X(81).
       FD  AUD-KEEP
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUD-KEEP-RECORD   PIC X(81).
       FD  BERN-EXCEPT
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD        PIC X(127). *> one exception record - yyyymmdd in the first 8 bytes
       FD  EXC-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-ARCH-RECORD   PIC X(127).
       FD  EXC-KEEP
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-KEEP-RECORD   PIC X(127).
       FD  BERN-STAT
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STA-RECORD        PIC X(86). *> one statistics record - yyyymmdd in the first 8 bytes
       FD  STA-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STA-ARCH-RECORD   PIC X(86).
       FD  STA-KEEP
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STA-KEEP-RECORD   PIC X(86).
       FD  BERN-DISP
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNDISP. *> what has been done about each exception, maintained by bernexcd
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-AUD-STATUS    PIC XX. *> file status for BERN-AUDIT
           88 WS-AUD-OK       VALUE '00'.
           88 WS-STA-OK       VALUE '00'.
       01 WS-STAA-STATUS   PIC XX. *> file status for STA-ARCHIVE
       01 WS-STAK-STATUS   PIC XX. *> file status for STA-KEEP
       01 WS-DISP-STATUS   PIC XX. *> file status for BERN-DISP
           88 WS-DISP-OK      VALUE '00'.
           88 WS-DISP-EMPTY   VALUE '35'. *> KSDS defined but no disposition recorded yet
       01 WS-DISP-FLAG     PIC X VALUE 'N'. *> whether dispositions can be looked up
           88 WS-DISP-AVAILABLE  VALUE 'Y'.
           88 WS-DISP-NONE       VALUE 'N'. *> none recorded - every old exception is held
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(7). *> records read from the file in hand
       01 WS-ARCH-COUNT    PIC 9(7). *> records moved to its archive
       01 WS-KEEP-COUNT    PIC 9(7). *> records retained on the live file
       01 WS-HOLD-COUNT    PIC 9(7). *> of those, exceptions old enough to go but still open
       01 WS-EXC-KEY. *> disposition key of the exception record in hand
           05 WS-KEY-BASE.
               10 WS-KEY-STAMP  PIC X(16).
               10 WS-KEY-MSG-ID PIC X(8).
               10 WS-KEY-N      PIC X(5).
           05 WS-KEY-OCCUR  PIC 9(2).
       01 WS-PREV-BASE     PIC X(29). *> stamp, id and n of the record before - twins share them
       01 WS-GROUP-COUNT   PIC 9(2) VALUE ZERO. *> exceptions held in WS-GROUP-TABLE
       01 WS-GROUP-SUB     PIC 9(2). *> walks WS-GROUP-TABLE
       01 WS-GROUP-FLAG    PIC X VALUE 'Y'. *> whether every exception in the group is closed
           88 WS-GROUP-CLOSED    VALUE 'Y'.
           88 WS-GROUP-OPEN      VALUE 'N'.
       01 WS-GROUP-TABLE. *> one exception and its twins - archived or retained as a unit
           05 GRP-ENTRY OCCURS 99 TIMES.
               10 GRP-RECORD    PIC X(127).
               10 GRP-CLOSED    PIC X. *> 'Y' when it has a closing disposition
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control-total lines
       LINKAGE SECTION.
       01 PARM-AREA. *> required EXEC PARM='YYYYMMDD' cutoff
       PERFORM SET-CUTOFF-FROM-PARM
       DISPLAY "BERNARCH: ARCHIVING RECORDS DATED BEFORE "
           WS-CUTOFF-DATE
       PERFORM OPEN-DISP-FILE
       PERFORM ARCHIVE-AUDIT-FILE
       PERFORM ARCHIVE-EXCEPT-FILE
       PERFORM ARCHIVE-STAT-FILE
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN-DISP-FILE. *> No dispositions to check against, no sweep - before anything is written.
       OPEN INPUT BERN-DISP
       EVALUATE TRUE
           WHEN WS-DISP-OK
               SET WS-DISP-AVAILABLE TO TRUE
           WHEN WS-DISP-EMPTY
               SET WS-DISP-NONE TO TRUE
           WHEN OTHER
               DISPLAY "BERNARCH: disposition file unavailable, status "
                   WS-DISP-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
       END-EVALUATE.
       ARCHIVE-AUDIT-FILE. *> One sweep of BERNAUD into its archive and retained datasets.
       MOVE ZERO TO WS-READ-COUNT WS-ARCH-COUNT WS-KEEP-COUNT
       OPEN INPUT BERN-AUDIT
       PERFORM PRINT-CONTROL-TOTALS.
       ARCHIVE-EXCEPT-FILE. *> One sweep of BERNEXC into its archive and retained datasets.
       MOVE ZERO TO WS-READ-COUNT WS-ARCH-COUNT WS-KEEP-COUNT
           WS-HOLD-COUNT
       MOVE SPACES TO WS-PREV-BASE
       OPEN INPUT BERN-EXCEPT
       IF NOT WS-EXC-OK
           DISPLAY "BERNARCH: exceptions file unavailable, status "
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM FIND-EXC-DISPOSITION
                   IF WS-KEY-OCCUR = 1 OR WS-GROUP-COUNT = 99
                       PERFORM SWEEP-EXC-GROUP
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE EXC-RECORD TO GRP-RECORD(WS-GROUP-COUNT)
                   IF DISP-CLOSED
                       MOVE 'Y' TO GRP-CLOSED(WS-GROUP-COUNT)
                   ELSE
                       MOVE 'N' TO GRP-CLOSED(WS-GROUP-COUNT)
                       SET WS-GROUP-OPEN TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       PERFORM SWEEP-EXC-GROUP
       CLOSE BERN-EXCEPT
       CLOSE EXC-ARCHIVE
       CLOSE EXC-KEEP
       IF WS-DISP-AVAILABLE
           CLOSE BERN-DISP
       END-IF
       DISPLAY " "
       DISPLAY "BERNEXC CONTROL TOTALS"
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-HOLD-COUNT TO WS-COUNT-ED
       DISPLAY "  RETAINED AS OPEN . . " WS-COUNT-ED
           "   (BEFORE THE CUTOFF, NO CLOSING DISPOSITION)".
       SWEEP-EXC-GROUP. *> Archives an exception and its twins only if all are old and closed.
       IF WS-GROUP-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE GRP-RECORD(1)(1:8) TO WS-REC-DATE
       PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           IF WS-REC-DATE < WS-CUTOFF-DATE AND WS-GROUP-CLOSED
               MOVE GRP-RECORD(WS-GROUP-SUB) TO EXC-ARCH-RECORD
               WRITE EXC-ARCH-RECORD
               ADD 1 TO WS-ARCH-COUNT
           ELSE
               IF WS-REC-DATE < WS-CUTOFF-DATE
                   AND GRP-CLOSED(WS-GROUP-SUB) = 'N'
                   ADD 1 TO WS-HOLD-COUNT
               END-IF
               MOVE GRP-RECORD(WS-GROUP-SUB) TO EXC-KEEP-RECORD
               WRITE EXC-KEEP-RECORD
               ADD 1 TO WS-KEEP-COUNT
           END-IF
       END-PERFORM
       MOVE ZERO TO WS-GROUP-COUNT
       SET WS-GROUP-CLOSED TO TRUE.
       FIND-EXC-DISPOSITION. *> The exception's BERNDISP record by its key - DISP-CODE blank if none.
       MOVE EXC-RECORD(1:16) TO WS-KEY-STAMP
       MOVE EXC-RECORD(23:8) TO WS-KEY-MSG-ID
       MOVE EXC-RECORD(32:5) TO WS-KEY-N
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
       END-IF.
       ARCHIVE-STAT-FILE. *> One sweep of BERNSTAT into its archive and retained datasets.
       MOVE ZERO TO WS-READ-COUNT WS-ARCH-COUNT WS-KEEP-COUNT
       OPEN INPUT BERN-STAT
