      *   extract generation - so month-end sign-off can prove the
      *   three agree instead of taking it on faith. The report:
      *     - traces every master record to an audit entry. An EXACT
      *       trace is same index, same edited value and same run;
      *       a COVERED trace is a clean audit entry of the same
      *       series from the same run whose n is at or past the
      *       index (a table-dump
      *       card updates every index through n but logs one audit
      *       record, so most dump-written records trace this way).
      *       Records with neither are listed as master orphans.
      *     - lists audit entries whose value never landed on the
      *       master: the index is missing from the master, or the
      *       master's run is OLDER than the audit entry's yet the
      *       values differ (a newer master with a different value
      *       just means the index was recomputed since). An Euler
      *       or tangent entry older than the earliest master record
      *       of its series predates the series key - those values
      *       were never kept - so one missing from the master is
      *       only counted, not listed or flagged.
      *     - re-derives the extract's detail count and index hash
      *       total and verifies them against the 'T' trailer, and
      *       checks every detail's index landed on the master from
      *       the extract's run or a later one.
      *     - lists master records whose MAST-RETURN-CODE is non-zero
      *       but which bernmstq inquiries are still serving.
      * Tectonics: cobc
      *   - Added so the month-end reconciliation runs by program
      *     (scheduled after BERNOUL via job BERNRCN) instead of by
      *     eye over three datasets.
      *   - Trace by run instead of by run date: the audit record now
      *     carries the run ID (81 bytes) and MAST-TIMESTAMP leads with
      *     it, so two runs on one date no longer cover for each
      *     other. Audit records from before run IDs were carried
      *     still trace by date. The extract's header and trailer run
      *     IDs must agree, and a detail whose master record predates
      *     the extract's run is reported as a discrepancy.
      *   - Reconciles all three series now that BERNMAST is keyed on
      *     series plus index and carries Euler and tangent values:
      *     the in-storage master has one row per series, audit
      *     entries trace against their own series' row, and extract
      *     details are checked against the series letter at the end
      *     of the record (blank on older extracts = Bernoulli). E/T
      *     audit entries from before the earliest master run of their
      *     series are counted on their own line, not as orphans.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernrcn. *>Program name
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-AUDIT ASSIGN TO "BERNAUD"
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> same keyed master record bernoulli maintains
       FD  BERN-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUD-RECORD. *> reading view of BERN-AUDIT-RECORD as bernoulli writes it
           05 AUD-TIMESTAMP    PIC X(21). *> FUNCTION CURRENT-DATE - yyyymmdd in the first 8 bytes
           05 AUD-RC           PIC X(4). *> that request's own outcome - 0000/0004/0008/0012
           05 FILLER           PIC X(01).
           05 AUD-SERIES       PIC X(1). *> which series - B(ernoulli), E(uler) or T(angent)
               88 AUD-SER-KNOWN   VALUES 'B', ' ', 'E', 'T'. *> blank = written before the series byte existed
           05 FILLER           PIC X(01).
           05 AUD-RUN-ID       PIC X(16). *> the run that wrote it - blank on records before run IDs
       FD  BERN-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-MAST-COUNT    PIC 9(5) VALUE ZERO. *> master records loaded
       01 WS-AUD-COUNT     PIC 9(7) VALUE ZERO. *> audit records read
       01 WS-AUD-TRACED    PIC 9(7) VALUE ZERO. *> of those, records of a known series with a numeric n
       01 WS-EXACT-COUNT   PIC 9(5) VALUE ZERO. *> master records traced exactly
       01 WS-COVER-COUNT   PIC 9(5) VALUE ZERO. *> master records traced as table-dump covered
       01 WS-ORPH-M-COUNT  PIC 9(5) VALUE ZERO. *> master orphans - no audit trace at all
       01 WS-ORPH-A-COUNT  PIC 9(7) VALUE ZERO. *> audit orphans - value never landed on the master
       01 WS-BADRC-COUNT   PIC 9(5) VALUE ZERO. *> master records served with a non-zero return code
       01 WS-PREKEY-COUNT  PIC 9(7) VALUE ZERO. *> E/T audit entries off the master from before the series key
       01 WS-MAST-TABLE. *> the whole master in storage - one row per series (see WS-SER-LETTERS)
           05 MT-SERIES-ROW OCCURS 3 TIMES.
               10 MT-ENTRY OCCURS 99 TIMES. *> slot = index + 1 (same shift as bernoulli's b)
                   15 MT-PRESENT   PIC X. *> 'Y' once the index has been loaded from BERNMAST
                       88 MT-ON-MASTER   VALUE 'Y'.
                   15 MT-VALUE-ED  PIC X(20). *> MAST-VALUE, edited the way the audit log carries it
                   15 MT-DATE      PIC X(8). *> yyyymmdd of the run that wrote this record
                   15 MT-RUN-ID    PIC X(16). *> MAST-TIMESTAMP(1:16) - the run ID of the run that wrote it
                   15 MT-RC        PIC 9(4). *> MAST-RETURN-CODE as stored
                   15 MT-TRACE     PIC X. *> best trace found so far - ' ' none, 'C' covered, 'E' exact
       01 WS-SER-LETTERS   PIC X(3) VALUE 'BET'. *> series letter of each MT-SERIES-ROW, in row order
       01 WS-SER-FIRST-RUNS. *> earliest run ID on the master, per series row - HIGH-VALUES when none
           05 SF-RUN-ID    PIC X(16) OCCURS 3 TIMES.
       01 WS-AUD-STAMP     PIC X(16). *> run ID of the audit record in hand, or its timestamp when blank
       01 WS-SER-LETTER    PIC X. *> series letter of the record in hand
       01 WS-SER-SUB       PIC S9(4) COMP. *> subscript into MT-SERIES-ROW, zero = unknown series
       01 WS-VALUE-ED      PIC -(6)9.9(12). *> one master value, edited for loading and for report lines
       01 WS-SLOT          PIC S9(4) COMP. *> subscript into MT-ENTRY
       01 WS-N-NUM         PIC 9(5). *> AUD-N with its leading blanks zeroed
       01 WS-REC-DATE      PIC X(8). *> yyyymmdd of the audit record in hand
       01 WS-SAME-RUN      PIC X. *> whether the master slot in hand was written by the audit record's run
           88 WS-IS-SAME-RUN     VALUE 'Y'.
       01 WS-IDX-ED        PIC Z(4)9. *> index, edited for report lines
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for report lines
      * extract control-total rederivation against the 'T' trailer
       01 WS-XTR-D-IDX     PIC X(5). *> index field of the 'D' record in hand
       01 WS-XTR-CNT-ED    PIC 9(9). *> re-derived count, display form for the compare
       01 WS-XTR-HSH-ED    PIC 9(9). *> re-derived hash, display form for the compare
       01 WS-XTR-HDR-RUN   PIC X(16) VALUE SPACES. *> run ID on the 'H' header
       01 WS-XTR-TRL-RUN   PIC X(16) VALUE SPACES. *> run ID on the 'T' trailer
       01 WS-XTR-STALE     PIC 9(5) VALUE ZERO. *> details whose master record predates the extract's run
       PROCEDURE DIVISION.
       MAIN-RECONCILE. *> Loads the master, traces it against the audit log, verifies the extract.
       DISPLAY "BERNRCN: MASTER/AUDIT/EXTRACT RECONCILIATION"
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       LOAD-MASTER-TABLE. *> One sequential sweep of the keyed master into the in-storage table.
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           MOVE SPACE TO MT-PRESENT(WS-SER-SUB, WS-SLOT)
               MT-TRACE(WS-SER-SUB, WS-SLOT)
           MOVE SPACES TO MT-VALUE-ED(WS-SER-SUB, WS-SLOT)
               MT-DATE(WS-SER-SUB, WS-SLOT)
               MT-RUN-ID(WS-SER-SUB, WS-SLOT)
           MOVE ZERO TO MT-RC(WS-SER-SUB, WS-SLOT)
       END-PERFORM
       MOVE HIGH-VALUES TO WS-SER-FIRST-RUNS
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNRCN: master file unavailable, status "
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE LOW-VALUES TO MAST-KEY
       START BERN-MASTER KEY NOT LESS THAN MAST-KEY
           INVALID KEY
               SET WS-PASS-EOF TO TRUE
       END-START
           END-READ
       END-PERFORM
       CLOSE BERN-MASTER.
       LOAD-ONE-MASTER-RECORD. *> Copies the record in hand into its series' row, index's slot.
       MOVE MAST-SERIES TO WS-SER-LETTER
       PERFORM SET-SERIES-SUB
       IF WS-SER-SUB > ZERO AND MAST-INDEX < 99
           ADD 1 TO WS-MAST-COUNT
           MOVE MAST-INDEX TO WS-SLOT
           ADD 1 TO WS-SLOT
           MOVE 'Y' TO MT-PRESENT(WS-SER-SUB, WS-SLOT)
           MOVE MAST-VALUE TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO MT-VALUE-ED(WS-SER-SUB, WS-SLOT)
           MOVE MAST-TIMESTAMP(1:8) TO MT-DATE(WS-SER-SUB, WS-SLOT)
           MOVE MAST-TIMESTAMP(1:16) TO MT-RUN-ID(WS-SER-SUB, WS-SLOT)
           MOVE MAST-RETURN-CODE TO MT-RC(WS-SER-SUB, WS-SLOT)
           IF MAST-TIMESTAMP(1:16) < SF-RUN-ID(WS-SER-SUB)
               MOVE MAST-TIMESTAMP(1:16) TO SF-RUN-ID(WS-SER-SUB)
           END-IF
       END-IF.
       AUDIT-TRACE-PASS. *> Reads the whole audit log, tracing master records and spotting orphans.
       DISPLAY " "
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUD-COUNT
                   IF AUD-SER-KNOWN AND AUD-N NOT = SPACES
                       ADD 1 TO WS-AUD-TRACED
                       PERFORM TRACE-ONE-AUDIT-RECORD
                   END-IF
           END-READ
       IF WS-ORPH-A-COUNT = ZERO
           DISPLAY "  (NONE)"
       END-IF.
       TRACE-ONE-AUDIT-RECORD. *> One audit record - upgrade its series' master traces, flag orphans.
       MOVE FUNCTION NUMVAL(AUD-N) TO WS-N-NUM
       IF WS-N-NUM > 98
           EXIT PARAGRAPH
       END-IF
       MOVE AUD-SERIES TO WS-SER-LETTER
       PERFORM SET-SERIES-SUB
       MOVE AUD-TIMESTAMP(1:8) TO WS-REC-DATE
       IF AUD-RUN-ID NOT = SPACES
           MOVE AUD-RUN-ID TO WS-AUD-STAMP
       ELSE
           MOVE AUD-TIMESTAMP(1:16) TO WS-AUD-STAMP
       END-IF
       MOVE WS-N-NUM TO WS-SLOT
       ADD 1 TO WS-SLOT
      * exact trace of this index - same value, same run
       PERFORM CHECK-SAME-RUN
       IF MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
           AND WS-IS-SAME-RUN
           AND MT-VALUE-ED(WS-SER-SUB, WS-SLOT) = AUD-VALUE
           MOVE 'E' TO MT-TRACE(WS-SER-SUB, WS-SLOT)
       END-IF
      * a clean same-run request of the same series at or past an
      * index covers it - a
      * table-dump card updates every index through n but logs one
      * audit record, so covered is the normal trace for dump writes
       IF AUD-RC NOT = "0012"
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-N-NUM + 1
               PERFORM CHECK-SAME-RUN
               IF MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
                   AND WS-IS-SAME-RUN
                   AND MT-TRACE(WS-SER-SUB, WS-SLOT) = SPACE
                   MOVE 'C' TO MT-TRACE(WS-SER-SUB, WS-SLOT)
               END-IF
           END-PERFORM
       END-IF
      * audit orphan - the value this entry logged is not on the
      * master and no later run replaced it (a NEWER master value
      * just means the index was recomputed since). Euler and tangent
      * values were not kept on the master until it was keyed on
      * series, so an E/T entry older than its series' earliest master
      * record is only counted when it is missing
       IF AUD-RC = "0000" OR AUD-RC = "0008"
           MOVE WS-N-NUM TO WS-SLOT
           ADD 1 TO WS-SLOT
           IF WS-SER-SUB > 1
               AND NOT MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
               AND WS-AUD-STAMP < SF-RUN-ID(WS-SER-SUB)
               ADD 1 TO WS-PREKEY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
               OR (MT-VALUE-ED(WS-SER-SUB, WS-SLOT) NOT = AUD-VALUE
                   AND ((AUD-RUN-ID NOT = SPACES
                           AND MT-RUN-ID(WS-SER-SUB, WS-SLOT)
                               < AUD-RUN-ID)
                       OR (AUD-RUN-ID = SPACES
                           AND MT-DATE(WS-SER-SUB, WS-SLOT)
                               < WS-REC-DATE)))
               ADD 1 TO WS-ORPH-A-COUNT
               DISPLAY "  " AUD-RECORD
           END-IF
       END-IF.
       CHECK-SAME-RUN. *> Sets WS-IS-SAME-RUN when master slot WS-SLOT came from the audit record's run.
      * audit records from before run IDs were carried fall back to
      * the run date
       MOVE 'N' TO WS-SAME-RUN
       IF AUD-RUN-ID NOT = SPACES
           IF MT-RUN-ID(WS-SER-SUB, WS-SLOT) = AUD-RUN-ID
               SET WS-IS-SAME-RUN TO TRUE
           END-IF
       ELSE
           IF MT-DATE(WS-SER-SUB, WS-SLOT) = WS-REC-DATE
               SET WS-IS-SAME-RUN TO TRUE
           END-IF
       END-IF.
       PRINT-MASTER-ORPHANS. *> Lists master records no audit entry accounts for.
       DISPLAY " "
       DISPLAY "MASTER RECORDS WITH NO MATCHING AUDIT ENTRY"
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           IF MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
               EVALUATE MT-TRACE(WS-SER-SUB, WS-SLOT)
                   WHEN 'E'
                       ADD 1 TO WS-EXACT-COUNT
                   WHEN 'C'
                   WHEN OTHER
                       ADD 1 TO WS-ORPH-M-COUNT
                       COMPUTE WS-IDX-ED = WS-SLOT - 1
                       DISPLAY "  " WS-SER-LETTERS(WS-SER-SUB:1) "("
                           WS-IDX-ED ") VALUE="
                           MT-VALUE-ED(WS-SER-SUB, WS-SLOT) " RUN DATE="
                           MT-DATE(WS-SER-SUB, WS-SLOT)
               END-EVALUATE
           END-IF
       END-PERFORM
       PRINT-SERVED-BAD-RC. *> Lists non-zero-RC master records inquiries are still serving.
       DISPLAY " "
       DISPLAY "MASTER RECORDS SERVED WITH A NON-ZERO RETURN CODE"
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
               AFTER WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 99
           IF MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
               AND MT-RC(WS-SER-SUB, WS-SLOT) NOT = ZERO
               ADD 1 TO WS-BADRC-COUNT
               COMPUTE WS-IDX-ED = WS-SLOT - 1
               DISPLAY "  " WS-SER-LETTERS(WS-SER-SUB:1) "("
                   WS-IDX-ED ") RC=" MT-RC(WS-SER-SUB, WS-SLOT)
                   " VALUE=" MT-VALUE-ED(WS-SER-SUB, WS-SLOT)
                   " RUN DATE="
                   MT-DATE(WS-SER-SUB, WS-SLOT)
           END-IF
       END-PERFORM
       IF WS-BADRC-COUNT = ZERO
                   " DERIVED " WS-XTR-HSH-ED
               PERFORM FLAG-DISCREPANCY
           END-IF
           IF WS-XTR-TRL-RUN NOT = WS-XTR-HDR-RUN
               DISPLAY "  RUN ID MISMATCH - HEADER " WS-XTR-HDR-RUN
                   " TRAILER " WS-XTR-TRL-RUN
               PERFORM FLAG-DISCREPANCY
           END-IF
       END-IF
       IF WS-XTR-HDR-RUN NOT = SPACES
           DISPLAY "  EXTRACT RUN ID " WS-XTR-HDR-RUN
       END-IF
       IF WS-XTR-STALE > ZERO
           MOVE WS-XTR-STALE TO WS-COUNT-ED
           DISPLAY "  DETAILS NOT ON THE MASTER FROM THIS RUN OR LATER "
               WS-COUNT-ED
           PERFORM FLAG-DISCREPANCY
       END-IF.
       TALLY-ONE-EXTRACT-RECORD. *> Counts and hashes one 'D' record, or captures the trailer.
       EVALUATE BERN-XTR-RECORD(1:2)
           WHEN "H;"
               MOVE BERN-XTR-RECORD(29:16) TO WS-XTR-HDR-RUN
           WHEN "D;"
               ADD 1 TO WS-XTR-COUNT
               MOVE BERN-XTR-RECORD(3:5) TO WS-XTR-D-IDX
               IF WS-XTR-D-IDX IS NUMERIC
                   ADD FUNCTION NUMVAL(WS-XTR-D-IDX) TO WS-XTR-HASH
                   PERFORM CHECK-DETAIL-LANDED
               END-IF
           WHEN "T;"
               SET WS-XTR-TRL-SEEN TO TRUE
               MOVE BERN-XTR-RECORD(3:9) TO WS-XTR-TRL-CNT
               MOVE BERN-XTR-RECORD(13:9) TO WS-XTR-TRL-HSH
               MOVE BERN-XTR-RECORD(23:16) TO WS-XTR-TRL-RUN
       END-EVALUATE.
       CHECK-DETAIL-LANDED. *> A detail's index must be on the master from the extract's run or later.
      * an extract from before run IDs were carried has none to check
       IF WS-XTR-HDR-RUN = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE WS-XTR-D-IDX TO WS-N-NUM
       IF WS-N-NUM > 98
           EXIT PARAGRAPH
       END-IF
       MOVE BERN-XTR-RECORD(67:1) TO WS-SER-LETTER
       PERFORM SET-SERIES-SUB
       IF WS-SER-SUB = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WS-N-NUM TO WS-SLOT
       ADD 1 TO WS-SLOT
       IF NOT MT-ON-MASTER(WS-SER-SUB, WS-SLOT)
           OR MT-RUN-ID(WS-SER-SUB, WS-SLOT) < WS-XTR-HDR-RUN
           ADD 1 TO WS-XTR-STALE
           DISPLAY "  " BERN-XTR-RECORD
       END-IF.
       PRINT-RECONCILE-TOTALS. *> The sign-off picture, and the run's condition code.
       DISPLAY " "
       DISPLAY "RECONCILIATION TOTALS"
       DISPLAY "  MASTER ORPHANS . . . . . . . " WS-COUNT-ED
       MOVE WS-AUD-COUNT TO WS-COUNT-ED
       DISPLAY "  AUDIT RECORDS READ . . . . . " WS-COUNT-ED
       MOVE WS-AUD-TRACED TO WS-COUNT-ED
       DISPLAY "  OF WHICH TRACEABLE . . . . . " WS-COUNT-ED
       MOVE WS-ORPH-A-COUNT TO WS-COUNT-ED
       DISPLAY "  AUDIT ORPHANS  . . . . . . . " WS-COUNT-ED
       MOVE WS-PREKEY-COUNT TO WS-COUNT-ED
       DISPLAY "  E/T ENTRIES BEFORE SERIES KEY - NOT PERSISTED "
           WS-COUNT-ED
       MOVE WS-BADRC-COUNT TO WS-COUNT-ED
       DISPLAY "  SERVED WITH NON-ZERO RC  . . " WS-COUNT-ED
       IF WS-ORPH-M-COUNT > ZERO OR WS-ORPH-A-COUNT > ZERO
       ELSE
           DISPLAY "  DISCREPANCIES FOUND - SEE SECTIONS ABOVE"
       END-IF.
       SET-SERIES-SUB. *> WS-SER-SUB = the MT-SERIES-ROW for series letter WS-SER-LETTER.
       EVALUATE WS-SER-LETTER
           WHEN 'B'
           WHEN ' ' *> written before the series letter was carried
               MOVE 1 TO WS-SER-SUB
           WHEN 'E'
               MOVE 2 TO WS-SER-SUB
           WHEN 'T'
               MOVE 3 TO WS-SER-SUB
           WHEN OTHER
               MOVE ZERO TO WS-SER-SUB
       END-EVALUATE.
       FLAG-DISCREPANCY. *> Any disagreement between the stores raises the run to RC=8.
       IF WS-RETURN-CODE < 8
           MOVE 8 TO WS-RETURN-CODE
