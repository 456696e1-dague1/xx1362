      *   file bernoulli appends to (one record per master rewrite
      *   that changed the stored value - index, old and new value,
      *   both run timestamps and the difference). Answers "when did
      *   B(n), E(n) or T(n) change and by how much" - which the
      *   rewritten-in-place
      *   master cannot - in one pass: change counts and the last
      *   change date by index, change counts and distinct indices
      *   by date, and a detail section listing every captured
      * Modifications:
      *   - Added as the companion report to the BERNHIST change
      *     capture behind the keyed master's rewrites.
      *   - History record widened 112 to 129 bytes - bernoulli now
      *     appends its run ID; layout and LRECL follow suit here.
      *   - History record widened to 131 bytes for the series letter
      *     now that the master carries Euler and tangent values; the
      *     index summary is kept per series and the date summary
      *     counts distinct series entries. Older records (blank
      *     series) count as Bernoulli.
      *   - History record widened to 138 bytes - BERNHIST now
      *     journals every master write for forward recovery. Only
      *     value changes (action C, or blank on older records) are
      *     reported; adds and same-value rewrites are left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernhsr. *>Program name
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-HIST
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD. *> reading view of BERN-HIST-RECORD as bernoulli writes it
           05 HS-INDEX         PIC X(5). *> the index whose value changed, edited
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
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-HIST-STATUS   PIC XX. *> file status for BERN-HIST
           88 WS-HIST-OK      VALUE '00'.
       01 WS-TOTAL-COUNT   PIC 9(7) VALUE ZERO. *> changes selected into the period
       01 WS-N-NUM         PIC 9(5). *> HS-INDEX with its leading blanks zeroed
       01 WS-SLOT          PIC S9(4) COMP. *> WS-N-NUM + 1, subscript into the index table
       01 WS-SER-SUB       PIC S9(4) COMP. *> series row of the index table - 1 = B, 2 = E, 3 = T
       01 WS-SER-LETTERS   PIC X(3) VALUE 'BET'. *> series letter of each IDX-SERIES-ROW, in row order
       01 WS-IDX-TABLE. *> one accumulator row per series and index 0-98
           05 IDX-SERIES-ROW OCCURS 3 TIMES.
               10 IDX-ENTRY OCCURS 99 TIMES. *> slot = index + 1
                   15 IDX-CHANGES   PIC 9(7). *> captured changes for this index
                   15 IDX-LAST-DATE PIC X(8). *> most recent change date seen
       01 WS-DATE-LIMIT    PIC S9(4) COMP VALUE 100. *> distinct change dates the summary can hold
       01 WS-DATE-COUNT    PIC S9(4) COMP VALUE ZERO. *> distinct change dates seen so far
       01 WS-DATE-SUB      PIC S9(4) COMP. *> subscript over DATE-ENTRY
           05 DATE-ENTRY OCCURS 100 TIMES. *> one line per change date in the period
               10 DATE-ID       PIC X(8).
               10 DATE-CHANGES  PIC 9(7). *> changes captured on this date
               10 DATE-N-FLAG   PIC X OCCURS 297 TIMES. *> 'Y' once that series entry changed on this
                                *> date - flag (series row - 1) * 99 + index + 1
       01 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO. *> records past a full date table - reported, not silently lost
       01 WS-FOUND-FLAG    PIC X. *> whether the record's date was already in its table
           88 WS-ENTRY-FOUND     VALUE 'Y'.
           88 WS-ENTRY-NEW       VALUE 'N'.
       01 WS-FLAG-SUB      PIC S9(4) COMP. *> subscript over the 297 series entry flags of one entry
       01 WS-DISTINCT      PIC 9(3). *> distinct index count totted up from one entry's flags
       01 WS-N-ED          PIC Z(4)9. *> report editing - index
       01 WS-COUNT-ED      PIC Z(6)9. *> report editing - counts
       PERFORM SET-PERIOD-FROM-PARM
       DISPLAY "BERNHSR: MASTER CHANGE HISTORY, PERIOD " WS-FROM-DATE
           " THROUGH " WS-TO-DATE
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           MOVE ZERO TO IDX-CHANGES(WS-SER-SUB, WS-SLOT)
           MOVE SPACES TO IDX-LAST-DATE(WS-SER-SUB, WS-SLOT)
       END-PERFORM
       PERFORM SUMMARY-PASS
       PERFORM PRINT-INDEX-SUMMARY
                   MOVE HS-NEW-STAMP(1:8) TO WS-REC-DATE
                   IF WS-REC-DATE >= WS-FROM-DATE
                       AND WS-REC-DATE <= WS-TO-DATE
                       AND HS-VALUE-CHANGE
                       PERFORM ACCUMULATE-ONE-RECORD
                   END-IF
           END-READ
       CLOSE BERN-HIST.
       ACCUMULATE-ONE-RECORD. *> Folds the change in hand into its index's and date's figures.
       ADD 1 TO WS-TOTAL-COUNT
       EVALUATE HS-SERIES
           WHEN 'E'
               MOVE 2 TO WS-SER-SUB
           WHEN 'T'
               MOVE 3 TO WS-SER-SUB
           WHEN OTHER *> B, or blank on records from before the series was carried
               MOVE 1 TO WS-SER-SUB
       END-EVALUATE
       IF HS-INDEX NOT = SPACES
           MOVE FUNCTION NUMVAL(HS-INDEX) TO WS-N-NUM
           IF WS-N-NUM < 99
               MOVE WS-N-NUM TO WS-SLOT
               ADD 1 TO WS-SLOT
               ADD 1 TO IDX-CHANGES(WS-SER-SUB, WS-SLOT)
               IF WS-REC-DATE > IDX-LAST-DATE(WS-SER-SUB, WS-SLOT)
                   MOVE WS-REC-DATE
                       TO IDX-LAST-DATE(WS-SER-SUB, WS-SLOT)
               END-IF
           END-IF
       END-IF
               MOVE WS-REC-DATE TO DATE-ID(WS-DATE-SUB)
               MOVE ZERO TO DATE-CHANGES(WS-DATE-SUB)
               PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                       UNTIL WS-FLAG-SUB > 297
                   MOVE SPACE TO DATE-N-FLAG(WS-DATE-SUB, WS-FLAG-SUB)
               END-PERFORM
           ELSE
       END-IF
       ADD 1 TO DATE-CHANGES(WS-DATE-SUB)
       IF HS-INDEX NOT = SPACES AND WS-N-NUM < 99
           COMPUTE WS-FLAG-SUB = (WS-SER-SUB - 1) * 99 + WS-N-NUM + 1
           MOVE 'Y' TO DATE-N-FLAG(WS-DATE-SUB, WS-FLAG-SUB)
       END-IF.
       PRINT-INDEX-SUMMARY. *> Change count and most recent change date per series and index.
       DISPLAY " "
       DISPLAY "BY INDEX           CHANGES   LAST CHANGE"
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           IF IDX-CHANGES(WS-SER-SUB, WS-SLOT) > ZERO
               COMPUTE WS-N-ED = WS-SLOT - 1
               MOVE IDX-CHANGES(WS-SER-SUB, WS-SLOT) TO WS-COUNT-ED
               DISPLAY "  " WS-SER-LETTERS(WS-SER-SUB:1) "(" WS-N-ED
                   ")         " WS-COUNT-ED
                   "      " IDX-LAST-DATE(WS-SER-SUB, WS-SLOT)
           END-IF
       END-PERFORM
       IF WS-TOTAL-COUNT = ZERO
       END-IF.
       PRINT-DATE-SUMMARY. *> Change count and distinct indices per change date.
       DISPLAY " "
       DISPLAY "BY DATE            CHANGES   DISTINCT ENTRIES"
       PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
           MOVE ZERO TO WS-DISTINCT
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 297
               IF DATE-N-FLAG(WS-DATE-SUB, WS-FLAG-SUB) = 'Y'
                   ADD 1 TO WS-DISTINCT
               END-IF
                   MOVE HS-NEW-STAMP(1:8) TO WS-REC-DATE
                   IF WS-REC-DATE >= WS-FROM-DATE
                       AND WS-REC-DATE <= WS-TO-DATE
                       AND HS-VALUE-CHANGE
                       DISPLAY "  " HIST-RECORD(1:131)
                   END-IF
           END-READ
       END-PERFORM
