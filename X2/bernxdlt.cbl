      *   reloading everything. Reads the current and prior
      *   generations, verifies each one's 'T' trailer against
      *   re-derived totals (same check the nightly transfer makes),
      *   matches the 'D' records on series and index, and writes a
      *   machine-
      *   readable delta file - additions, disappearances and value
      *   changes with old value, new value and difference - between
      *   its own header and a trailer carrying the delta record
      * Tectonics: cobc
      * Modifications:
      *   - Added so the nightly feed can go incremental.
      *   - Matches on series plus index now that the extract carries
      *     Euler and tangent values - the series letter is read off
      *     the end of each 'D' record (blank on older generations =
      *     Bernoulli) and appended to every A/R/C delta record.
      *   - The delta header carries the current generation's run ID,
      *     so the feed's acknowledgement of a delta can be matched
      *     to it by bernackr.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernxdlt. *>Program name
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
      * one generation's details, one row per series (see
      * WS-SER-LETTERS), slot = index + 1 (bernoulli's shift)
       01 WS-PRIOR-TABLE. *> the prior generation's 'D' records
           05 PT-SERIES-ROW OCCURS 3 TIMES.
               10 PT-ENTRY OCCURS 99 TIMES.
                   15 PT-PRESENT   PIC X. *> 'Y' once the index was seen on the prior extract
                       88 PT-ON-PRIOR    VALUE 'Y'.
                   15 PT-VALUE-ED  PIC X(20). *> its value, edited as the extract carries it
                   15 PT-MATCHED   PIC X. *> 'Y' once the current pass saw the same index
       01 WS-SER-LETTERS   PIC X(3) VALUE 'BET'. *> series letter of each PT-SERIES-ROW, in row order
       01 WS-SER-SUB       PIC S9(4) COMP. *> subscript into PT-SERIES-ROW, zero = unknown series
       01 WS-XTR-D-SER     PIC X. *> series field of the 'D' record in hand - blank on older extracts
       01 WS-XTR-D-IDX     PIC X(5). *> index field of the 'D' record in hand
       01 WS-XTR-D-VALUE   PIC X(20). *> value field of the 'D' record in hand
       01 WS-N-NUM         PIC 9(5). *> the index, converted
       01 WS-SLOT          PIC S9(4) COMP. *> WS-N-NUM + 1, subscript into PT-ENTRY
       01 WS-SER-ED        PIC X. *> series letter for the delta record and summary lines
       01 WS-RUN-DATE-CURR PIC X(8). *> run date off the current generation's header
       01 WS-RUN-DATE-PRIO PIC X(8). *> run date off the prior generation's header
       01 WS-RUN-ID-CURR   PIC X(16). *> run ID off the current generation's header - blank before run IDs
      * trailer verification of the generation being read
       01 WS-VFY-COUNT     PIC 9(9). *> 'D' records re-derived on this pass
       01 WS-VFY-HASH      PIC 9(9). *> index hash re-derived on this pass
       PROCEDURE DIVISION.
       MAIN-DELTA. *> Prior pass, current pass against it, then the leftovers and totals.
       DISPLAY "BERNXDLT: EXTRACT GENERATION DELTA"
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           MOVE SPACE TO PT-PRESENT(WS-SER-SUB, WS-SLOT)
               PT-MATCHED(WS-SER-SUB, WS-SLOT)
           MOVE SPACES TO PT-VALUE-ED(WS-SER-SUB, WS-SLOT)
       END-PERFORM
       PERFORM LOAD-PRIOR-PASS
       OPEN OUTPUT DELTA-OUT
                       WHEN "D;"
                           MOVE PRIO-RECORD(3:5) TO WS-XTR-D-IDX
                           MOVE PRIO-RECORD(9:20) TO WS-XTR-D-VALUE
                           MOVE PRIO-RECORD(67:1) TO WS-XTR-D-SER
                           PERFORM LOAD-ONE-PRIOR-DETAIL
                       WHEN "T;"
                           SET WS-TRL-SEEN TO TRUE
       CLOSE XTR-PRIOR
       MOVE "PRIOR" TO WS-VFY-NAME
       PERFORM VERIFY-ONE-TRAILER.
       LOAD-ONE-PRIOR-DETAIL. *> Books one prior 'D' record into its series' row, index's slot.
       IF WS-XTR-D-IDX IS NUMERIC
           ADD 1 TO WS-VFY-COUNT
           MOVE WS-XTR-D-IDX TO WS-N-NUM
           ADD WS-N-NUM TO WS-VFY-HASH
           PERFORM SET-SERIES-SUB
           IF WS-N-NUM < 99 AND WS-SER-SUB > ZERO
               MOVE WS-N-NUM TO WS-SLOT
               ADD 1 TO WS-SLOT
               MOVE 'Y' TO PT-PRESENT(WS-SER-SUB, WS-SLOT)
               MOVE WS-XTR-D-VALUE TO PT-VALUE-ED(WS-SER-SUB, WS-SLOT)
           END-IF
       END-IF.
       COMPARE-CURRENT-PASS. *> Reads the current generation against the table, writing A/C records.
                       WHEN "H;"
                           MOVE CURR-RECORD(11:8)
                               TO WS-RUN-DATE-CURR
                           MOVE CURR-RECORD(29:16)
                               TO WS-RUN-ID-CURR
                           PERFORM WRITE-DELTA-HEADER
                       WHEN "D;"
                           MOVE CURR-RECORD(3:5) TO WS-XTR-D-IDX
                           MOVE CURR-RECORD(9:20) TO WS-XTR-D-VALUE
                           MOVE CURR-RECORD(67:1) TO WS-XTR-D-SER
                           PERFORM COMPARE-ONE-CURR-DETAIL
                       WHEN "T;"
                           SET WS-TRL-SEEN TO TRUE
       IF WS-N-NUM > 98
           EXIT PARAGRAPH
       END-IF
       PERFORM SET-SERIES-SUB
       IF WS-SER-SUB = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WS-SER-LETTERS(WS-SER-SUB:1) TO WS-SER-ED
       MOVE WS-N-NUM TO WS-SLOT
       ADD 1 TO WS-SLOT
       IF NOT PT-ON-PRIOR(WS-SER-SUB, WS-SLOT)
           ADD 1 TO WS-ADD-COUNT
           MOVE WS-N-NUM TO WS-IDX-ED
           MOVE SPACES TO DELTA-RECORD
           STRING "A;" WS-IDX-ED ";" WS-XTR-D-VALUE ";" WS-SER-ED
               DELIMITED BY SIZE INTO DELTA-RECORD
           PERFORM WRITE-ONE-DELTA-DETAIL
           DISPLAY "  ADDED    " WS-SER-ED "(" WS-IDX-ED ") "
               WS-XTR-D-VALUE
       ELSE
           MOVE 'Y' TO PT-MATCHED(WS-SER-SUB, WS-SLOT)
           IF PT-VALUE-ED(WS-SER-SUB, WS-SLOT) = WS-XTR-D-VALUE
               ADD 1 TO WS-SAME-COUNT
           ELSE
               ADD 1 TO WS-CHG-COUNT
               COMPUTE WS-OLD-FIXED =
                   FUNCTION NUMVAL(PT-VALUE-ED(WS-SER-SUB, WS-SLOT))
               COMPUTE WS-NEW-FIXED =
                   FUNCTION NUMVAL(WS-XTR-D-VALUE)
               SUBTRACT WS-OLD-FIXED FROM WS-NEW-FIXED
               MOVE WS-DIFF-FIXED TO WS-DIFF-ED
               MOVE WS-N-NUM TO WS-IDX-ED
               MOVE SPACES TO DELTA-RECORD
               STRING "C;" WS-IDX-ED ";"
                   PT-VALUE-ED(WS-SER-SUB, WS-SLOT) ";"
                   WS-XTR-D-VALUE ";" WS-DIFF-ED ";" WS-SER-ED
                   DELIMITED BY SIZE INTO DELTA-RECORD
               PERFORM WRITE-ONE-DELTA-DETAIL
               DISPLAY "  CHANGED  " WS-SER-ED "(" WS-IDX-ED ") OLD="
                   PT-VALUE-ED(WS-SER-SUB, WS-SLOT)
                   " NEW=" WS-XTR-D-VALUE
                   " DIFF=" WS-DIFF-ED
           END-IF
       END-IF.
       REPORT-DISAPPEARANCES. *> Prior series entries the current generation no longer carries.
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           IF PT-ON-PRIOR(WS-SER-SUB, WS-SLOT)
               AND PT-MATCHED(WS-SER-SUB, WS-SLOT) NOT = 'Y'
               ADD 1 TO WS-GONE-COUNT
               COMPUTE WS-IDX-ED = WS-SLOT - 1
               MOVE WS-SER-LETTERS(WS-SER-SUB:1) TO WS-SER-ED
               MOVE SPACES TO DELTA-RECORD
               STRING "R;" WS-IDX-ED ";"
                   PT-VALUE-ED(WS-SER-SUB, WS-SLOT) ";"
                   WS-SER-ED
                   DELIMITED BY SIZE INTO DELTA-RECORD
               COMPUTE WS-N-NUM = WS-SLOT - 1
               PERFORM WRITE-ONE-DELTA-DETAIL
               DISPLAY "  REMOVED  " WS-SER-ED "(" WS-IDX-ED ") "
                   PT-VALUE-ED(WS-SER-SUB, WS-SLOT)
           END-IF
       END-PERFORM.
       WRITE-DELTA-HEADER. *> Starts the delta file - both generations' run dates and the current run ID.
       MOVE SPACES TO DELTA-RECORD
       STRING "H;BERNDLT;" WS-RUN-DATE-CURR ";" WS-RUN-DATE-PRIO
           ";" WS-RUN-ID-CURR
           DELIMITED BY SIZE INTO DELTA-RECORD
       WRITE DELTA-RECORD.
       WRITE-ONE-DELTA-DETAIL. *> Writes the assembled record, counted and hashed for the trailer.
               END-IF
           END-IF
       END-IF.
       SET-SERIES-SUB. *> WS-SER-SUB = the PT-SERIES-ROW for the 'D' record's series field.
       EVALUATE WS-XTR-D-SER
           WHEN 'B'
           WHEN ' ' *> generation written before the series was carried
               MOVE 1 TO WS-SER-SUB
           WHEN 'E'
               MOVE 2 TO WS-SER-SUB
           WHEN 'T'
               MOVE 3 TO WS-SER-SUB
           WHEN OTHER
               MOVE ZERO TO WS-SER-SUB
       END-EVALUATE.
       PRINT-DELTA-SUMMARY. *> The one-screen picture of what changed between the generations.
       DISPLAY " "
       DISPLAY "DELTA SUMMARY - CURRENT " WS-RUN-DATE-CURR
