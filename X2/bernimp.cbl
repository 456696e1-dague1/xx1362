      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Impact report of master changes on downstream results.
      *   bernsum, bernpoly, bernzeta and bernlgam append one BERNLIN
      *   lineage record per coefficient each result line was built
      *   from, carrying the MAST-TIMESTAMP of the master record read;
      *   bernoulli journals every master write to BERNHIST with its
      *   action code, and a value change (HS-VALUE-CHANGE) carries the
      *   stamp of the value it replaced. A lineage record whose series
      *   and index have a value change stamped later than the master
      *   stamp it carries was therefore built on a value that has
      *   since been replaced (same-value rewrites move the stamp on
      *   without replacing anything, so the match is on any later
      *   change, not on the old stamp alone). The report loads the
      *   history changes, reads the lineage file once, and lists every
      *   SUMOUT/POLYOUT/ZETAOUT/LGAMOUT result line affected - program,
      *   run, output line and input card, then each replaced
      *   coefficient with its old and new value and the run that
      *   replaced it - so the model runs built on them can be redone.
      *   Coefficients from the berncalc or exact decimal fallback are
      *   computed afresh every time and never show up here, and neither
      *   do results from a run pinned to a BERNSNAP snapshot - its
      *   values are frozen by design; they are only counted. The period
      *   is an optional PARM of 'YYYYMMDD YYYYMMDD' (from/to,
      *   inclusive, on the date the result was produced); no PARM
      *   reports the whole lineage file.
      * Tectonics: cobc
      * Modifications:
      *   - Added with the BERNLIN lineage file, to answer which
      *     results a master change affected.
      *   - Snapshot-served lineage records are counted in the totals
      *     but not matched - a snapshot's values never change.
      *   - History record widened to 138 bytes; only value changes
      *     (action C, or blank on older records) are loaded - adds
      *     and same-value rewrites replaced nothing. A usage now
      *     matches the first change to its entry stamped after the
      *     value it read, so a rewrite in between no longer hides it.
      *   - bernlgam lineage recognised - its lines are on LGAMOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernimp. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-HIST ASSIGN TO "BERNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BERN-LINEAGE ASSIGN TO "BERNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-HIST
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD. *> reading view of BERN-HIST-RECORD as bernoulli writes it
           05 HS-INDEX         PIC X(5). *> the index whose value changed, edited
           05 FILLER           PIC X(01).
           05 HS-OLD-VALUE     PIC X(20). *> what the master said before, edited
           05 FILLER           PIC X(01).
           05 HS-NEW-VALUE     PIC X(20). *> what the run stored instead, edited
           05 FILLER           PIC X(01).
           05 HS-DIFF          PIC X(20). *> new minus old, edited
           05 FILLER           PIC X(01).
           05 HS-OLD-STAMP     PIC X(21). *> run timestamp of the replaced value
           05 FILLER           PIC X(01).
           05 HS-NEW-STAMP     PIC X(21). *> run timestamp of the replacing value - yyyymmdd first
           05 FILLER           PIC X(01).
           05 HS-RUN-ID        PIC X(16). *> the run that replaced it - blank on records before run IDs
           05 FILLER           PIC X(01).
           05 HS-SERIES        PIC X(1). *> B(ernoulli), E(uler) or T(angent) - blank on older records = B
           05 FILLER           PIC X(01).
           05 HS-ACTION        PIC X(1). *> C(hanged), A(dded) or R(ewritten, same value) - blank on older records
               88 HS-VALUE-CHANGE    VALUES 'C', ' '.
           05 FILLER           PIC X(01).
           05 HS-NEW-RC        PIC 9(4). *> return code stored with the new value
       FD  BERN-LINEAGE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNLIN. *> the usage records bernsum, bernpoly, bernzeta and bernlgam append
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-HIST-STATUS   PIC XX. *> file status for BERN-HIST
           88 WS-HIST-OK      VALUE '00'.
       01 WS-LIN-STATUS    PIC XX. *> file status for BERN-LINEAGE
           88 WS-LIN-OK       VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-FROM-DATE     PIC X(8) VALUE "00000000". *> period start, inclusive
       01 WS-TO-DATE       PIC X(8) VALUE "99999999". *> period end, inclusive
       01 WS-REC-DATE      PIC X(8). *> yyyymmdd the lineage record's result was produced
       01 WS-CHG-LIMIT     PIC S9(4) COMP VALUE 2000. *> history changes the match table can hold
       01 WS-CHG-COUNT     PIC S9(4) COMP VALUE ZERO. *> history changes loaded so far
       01 WS-CHG-SUB       PIC S9(4) COMP. *> subscript over CHG-ENTRY
       01 WS-CHG-TABLE.
           05 CHG-ENTRY OCCURS 2000 TIMES. *> one per BERNHIST record, in file order
               10 CHG-SERIES    PIC X(1). *> blank on older records already folded to 'B'
               10 CHG-INDEX     PIC 9(5).
               10 CHG-NEW-STAMP PIC X(16). *> when the replacing value was stamped - yyyymmddhhmmss...
               10 CHG-OLD-VALUE PIC X(20).
               10 CHG-NEW-VALUE PIC X(20).
               10 CHG-BY-RUN    PIC X(16). *> the run that replaced it
       01 WS-CHG-DROPPED   PIC 9(7) VALUE ZERO. *> history records past a full table - reported, not silently lost
       01 WS-FOUND-FLAG    PIC X. *> whether the lineage record in hand matched a change
           88 WS-ENTRY-FOUND     VALUE 'Y'.
           88 WS-ENTRY-NEW       VALUE 'N'.
       01 WS-LAST-RESULT.  *> the result line the last printed heading was for
           05 WS-LAST-PROGRAM  PIC X(8) VALUE SPACES.
           05 WS-LAST-RUN      PIC X(21) VALUE SPACES.
           05 WS-LAST-SEQ      PIC 9(7) VALUE ZERO.
       01 WS-OUT-DD        PIC X(8). *> the output DD the affected result line sits in
       01 WS-LIN-READ      PIC 9(7) VALUE ZERO. *> lineage records read
       01 WS-LIN-PERIOD    PIC 9(7) VALUE ZERO. *> of those, produced in the period
       01 WS-LIN-MASTER    PIC 9(7) VALUE ZERO. *> of those, served off the master
       01 WS-LIN-SNAP      PIC 9(7) VALUE ZERO. *> of those, served off a frozen snapshot
       01 WS-HIT-COUNT     PIC 9(7) VALUE ZERO. *> coefficient uses matched to a later change
       01 WS-RESULT-COUNT  PIC 9(7) VALUE ZERO. *> distinct result lines affected
       01 WS-N-ED          PIC Z(4)9. *> report editing - index
       01 WS-SEQ-ED        PIC Z(6)9. *> report editing - output line number
       01 WS-COUNT-ED      PIC Z(6)9. *> report editing - counts
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='YYYYMMDD YYYYMMDD' period
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(17).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-REPORT. *> Loads the history changes, matches the lineage against them, totals.
       PERFORM SET-PERIOD-FROM-PARM
       DISPLAY "BERNIMP: RESULTS BUILT ON SINCE-REPLACED COEFFICIENTS,"
           " PERIOD " WS-FROM-DATE " THROUGH " WS-TO-DATE
       PERFORM LOAD-HISTORY-CHANGES
       PERFORM MATCH-LINEAGE-PASS
       PERFORM PRINT-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-PERIOD-FROM-PARM. *> Takes from/to dates off the PARM when one was supplied.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN >= 8
               MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
           END-IF
           IF PARM-LEN >= 17
               MOVE PARM-TEXT(10:8) TO WS-TO-DATE
           END-IF
       END-IF.
       LOAD-HISTORY-CHANGES. *> Every captured change, whatever its date - a later change still counts.
       OPEN INPUT BERN-HIST
       IF NOT WS-HIST-OK
           DISPLAY "BERNIMP: history file unavailable, status "
               WS-HIST-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-HIST
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   IF HS-VALUE-CHANGE
                       PERFORM LOAD-ONE-CHANGE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BERN-HIST
       IF WS-CHG-DROPPED > ZERO
           MOVE WS-CHG-DROPPED TO WS-COUNT-ED
           DISPLAY "BERNIMP: change table full - " WS-COUNT-ED
               " history records not matched, report incomplete"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
       END-IF.
       LOAD-ONE-CHANGE. *> Adds the history record in hand to the match table.
       IF WS-CHG-COUNT >= WS-CHG-LIMIT
           ADD 1 TO WS-CHG-DROPPED
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-CHG-COUNT
       IF HS-SERIES = SPACE
           MOVE 'B' TO CHG-SERIES(WS-CHG-COUNT)
       ELSE
           MOVE HS-SERIES TO CHG-SERIES(WS-CHG-COUNT)
       END-IF
       MOVE FUNCTION NUMVAL(HS-INDEX) TO CHG-INDEX(WS-CHG-COUNT)
       MOVE HS-NEW-STAMP(1:16) TO CHG-NEW-STAMP(WS-CHG-COUNT)
       MOVE HS-OLD-VALUE TO CHG-OLD-VALUE(WS-CHG-COUNT)
       MOVE HS-NEW-VALUE TO CHG-NEW-VALUE(WS-CHG-COUNT)
       IF HS-RUN-ID = SPACES *> before run IDs - the new stamp names the run
           MOVE HS-NEW-STAMP(1:16) TO CHG-BY-RUN(WS-CHG-COUNT)
       ELSE
           MOVE HS-RUN-ID TO CHG-BY-RUN(WS-CHG-COUNT)
       END-IF.
       MATCH-LINEAGE-PASS. *> Reads the lineage once, listing each affected result line.
       DISPLAY " "
       DISPLAY "AFFECTED RESULTS"
       OPEN INPUT BERN-LINEAGE
       IF NOT WS-LIN-OK
           DISPLAY "BERNIMP: lineage file unavailable, status "
               WS-LIN-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-LINEAGE
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIN-READ
                   MOVE LIN-RUN-STAMP(1:8) TO WS-REC-DATE
                   IF WS-REC-DATE >= WS-FROM-DATE
                       AND WS-REC-DATE <= WS-TO-DATE
                       ADD 1 TO WS-LIN-PERIOD
                       IF LIN-FROM-MASTER
                           ADD 1 TO WS-LIN-MASTER
                           PERFORM MATCH-ONE-USAGE
                       END-IF
                       IF LIN-FROM-SNAPSHOT
                           ADD 1 TO WS-LIN-SNAP
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BERN-LINEAGE
       IF WS-RESULT-COUNT = ZERO
           DISPLAY "  (NONE)"
       ELSE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
       END-IF.
       MATCH-ONE-USAGE. *> Finds the first change after the master value used, prints it on a hit.
       SET WS-ENTRY-NEW TO TRUE
       PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT OR WS-ENTRY-FOUND
           IF CHG-SERIES(WS-CHG-SUB) = LIN-SERIES
               AND CHG-INDEX(WS-CHG-SUB) = LIN-INDEX
               AND CHG-NEW-STAMP(WS-CHG-SUB) > LIN-MAST-STAMP(1:16)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF WS-ENTRY-FOUND
           SUBTRACT 1 FROM WS-CHG-SUB *> the VARYING stepped once past the hit
           ADD 1 TO WS-HIT-COUNT
           IF LIN-PROGRAM NOT = WS-LAST-PROGRAM
               OR LIN-RUN-STAMP NOT = WS-LAST-RUN
               OR LIN-CARD-SEQ NOT = WS-LAST-SEQ
               PERFORM PRINT-RESULT-HEADING
           END-IF
           MOVE LIN-INDEX TO WS-N-ED
           DISPLAY "      " LIN-SERIES "(" WS-N-ED ") OLD "
               CHG-OLD-VALUE(WS-CHG-SUB) " NEW "
               CHG-NEW-VALUE(WS-CHG-SUB) " REPLACED BY RUN "
               CHG-BY-RUN(WS-CHG-SUB)
       END-IF.
       PRINT-RESULT-HEADING. *> One heading per affected result line - where to find it, what it was.
       ADD 1 TO WS-RESULT-COUNT
       MOVE LIN-PROGRAM TO WS-LAST-PROGRAM
       MOVE LIN-RUN-STAMP TO WS-LAST-RUN
       MOVE LIN-CARD-SEQ TO WS-LAST-SEQ
       EVALUATE LIN-PROGRAM
           WHEN "BERNSUM"
               MOVE "SUMOUT" TO WS-OUT-DD
           WHEN "BERNPOLY"
               MOVE "POLYOUT" TO WS-OUT-DD
           WHEN "BERNZETA"
               MOVE "ZETAOUT" TO WS-OUT-DD
           WHEN "BERNLGAM"
               MOVE "LGAMOUT" TO WS-OUT-DD
           WHEN OTHER
               MOVE "?" TO WS-OUT-DD
       END-EVALUATE
       MOVE LIN-CARD-SEQ TO WS-SEQ-ED
       DISPLAY "  " LIN-PROGRAM " RUN " LIN-RUN-STAMP(1:16) " "
           WS-OUT-DD " LINE " WS-SEQ-ED " CARD " LIN-CARD.
       PRINT-TOTALS. *> Control figures for the pass.
       DISPLAY " "
       DISPLAY "TOTALS"
       MOVE WS-CHG-COUNT TO WS-COUNT-ED
       DISPLAY "  MASTER CHANGES LOADED  . . " WS-COUNT-ED
       MOVE WS-LIN-READ TO WS-COUNT-ED
       DISPLAY "  LINEAGE RECORDS READ . . . " WS-COUNT-ED
       MOVE WS-LIN-PERIOD TO WS-COUNT-ED
       DISPLAY "    IN THE PERIOD  . . . . . " WS-COUNT-ED
       MOVE WS-LIN-MASTER TO WS-COUNT-ED
       DISPLAY "    SERVED OFF THE MASTER  . " WS-COUNT-ED
       MOVE WS-HIT-COUNT TO WS-COUNT-ED
       DISPLAY "      SINCE REPLACED . . . . " WS-COUNT-ED
       MOVE WS-LIN-SNAP TO WS-COUNT-ED
       DISPLAY "    SERVED OFF A SNAPSHOT  . " WS-COUNT-ED
       MOVE WS-RESULT-COUNT TO WS-COUNT-ED
       DISPLAY "  RESULT LINES AFFECTED  . . " WS-COUNT-ED.
       END PROGRAM bernimp.
