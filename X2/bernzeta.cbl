      * Modifications:
      *   - Added as the zeta/tail companion to bernsum, closing the
      *     last manual step in the convergence analyses.
      *   - BERNMAST is now keyed on series plus index (41 bytes);
      *     reads key on series 'B' so only Bernoulli records are used.
      *   - Every result line now leaves lineage behind: one BERNLIN
      *     record per coefficient it was built from, naming the
      *     program, run, card and index, whether the value came off
      *     the master or the fallback, and the MAST-TIMESTAMP read,
      *     so bernimp can list the results a later master change
      *     affects. No lineage file, no run - RC 12.
      *   - PARM='name' pins the run to the named BERNSNAP coefficient
      *     snapshot (see bernsnap): the snapshot is verified against
      *     its trailer before any card runs (RC 12 if it fails),
      *     coefficients come from it alone with no fallback, and a
      *     card needing an index it lacks is rejected. Every result
      *     line now ends C=LIVE or C=name - record widened to 116.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernzeta. *>Program name
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-SNAP ASSIGN TO "BERNSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT BERN-LINEAGE ASSIGN TO "BERNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  ZETA-INPUT
           05 FILLER        PIC X(66).
       FD  ZETA-OUTPUT
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ZETA-OUT-RECORD. *> one result line per card
           05 OUT-K-LABEL   PIC X(2). *> "K="
           05 OUT-T         PIC -(6)9.9(12). *> the tail bound, spaces-equivalent zero when no N
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-NOTE      PIC X(39). *> blank, or why the line could not be filled
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-C-LABEL   PIC X(2). *> "C="
           05 OUT-SET       PIC X(8). *> coefficient set the line was built on - LIVE or a snapshot name
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> same keyed master the overnight BERNOUL run maintains
       FD  BERN-LINEAGE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNLIN. *> shared usage record, appended to by every run
       FD  BERN-SNAP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNSNAP. *> the named snapshot, read only when the PARM names one
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-IN-STATUS PIC XX. *> file status for ZETA-INPUT
           88 WS-IN-OK        VALUE '00'.
       01 WS-COEFF-FLAG    PIC X. *> whether FETCH-ONE-COEFF landed the coefficient
           88 WS-COEFF-OK        VALUE 'Y'.
           88 WS-COEFF-FAILED    VALUE 'N'.
       01 WS-COEFF-SRC     PIC X. *> LIN-SOURCE value for the coefficient in hand - 'M' master,
                                *> 'D' decimal, 'S' snapshot
       01 WS-COEFF-STAMP   PIC X(21). *> MAST-TIMESTAMP read when it came off the master, else spaces
       01 WS-MAST-SERVED   PIC 9(5) VALUE ZERO. *> coefficients served off the master this run
       01 WS-CALC-SERVED   PIC 9(5) VALUE ZERO. *> coefficients served by the exact decimal fallback
       01 WS-SRC-ED        PIC Z(4)9. *> one served count, edited for the source line
       01 WS-LIN-STATUS    PIC XX. *> file status for BERN-LINEAGE
           88 WS-LIN-OK       VALUE '00'.
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up - lands on every lineage record
       01 WS-CARD-SEQ      PIC 9(7) VALUE ZERO. *> cards read so far = line number of the result in hand
       01 WS-LIN-WRITTEN   PIC 9(7) VALUE ZERO. *> lineage records appended this run
       01 WS-LIN-ED        PIC Z(6)9. *> the lineage count, edited for the source line
       01 WS-SNAP-STATUS   PIC XX. *> file status for BERN-SNAP
           88 WS-SNAP-OK      VALUE '00'.
       01 WS-SNAP-NAME     PIC X(8) VALUE SPACES. *> snapshot named on the PARM, spaces = live run
       01 WS-COEFF-SET     PIC X(8) VALUE "LIVE". *> what OUT-SET says - LIVE or the snapshot name
       01 WS-SNAP-FLAG     PIC X VALUE 'N'. *> whether this run is pinned to a snapshot
           88 WS-SNAP-MODE       VALUE 'Y'.
           88 WS-LIVE-MODE       VALUE 'N'.
       01 WS-SNAP-EOF-FLAG PIC X VALUE 'N'. *> end of the snapshot file
           88 WS-SNAP-EOF        VALUE 'Y'.
       01 WS-SNAP-STATE    PIC X VALUE SPACE. *> where the snapshot read has got to
           88 WS-SNAP-EXPECT-HDR VALUE SPACE.
           88 WS-SNAP-IN-BODY    VALUE 'H'.
           88 WS-SNAP-VERIFIED   VALUE 'T'.
           88 WS-SNAP-BAD        VALUE 'X'.
       01 WS-SNAP-REASON   PIC X(32) VALUE SPACES. *> why the snapshot was refused
       01 WS-SNAP-CREATED  PIC X(21). *> the header's creation stamp
       01 WS-SNAP-COUNT    PIC 9(7) VALUE ZERO. *> detail records read, against the trailer
       01 WS-SNAP-IHASH    PIC 9(9) VALUE ZERO. *> their index hash, against the trailer
       01 WS-SNAP-VHASH    PIC S9(10)V9(12) VALUE ZERO. *> their value hash, against the trailer
       01 WS-SNAP-SLOT     PIC S9(4) COMP. *> SNAP-INDEX + 1, subscript into WS-SNAP-TABLE
       01 WS-SNAP-TABLE. *> the snapshot's Bernoulli values, loaded once
           05 WS-SNAP-ENTRY OCCURS 99 TIMES. *> slot = index + 1
               10 WS-SNAP-PRESENT PIC X. *> 'Y' = the snapshot carries this index
               10 WS-SNAP-B     PIC S9(6)V9(12) COMP-3.
               10 WS-SNAP-STAMP PIC X(21). *> MAST-TIMESTAMP the value had when the snapshot was taken
       01 WS-SNAP-SERVED   PIC 9(5) VALUE ZERO. *> coefficients served off the snapshot this run
       01 WS-IDX-ED        PIC Z(4)9. *> an index, edited for a message
       01 k2     PIC S9(9). *> this card's even index 2k
       01 nn     PIC S9(9). *> this card's truncation point N, zero = none
       01 i      PIC S9(9). *> factor subscript 1..2k of the running product
       01 WS-FIXED-STATUS  PIC X VALUE 'N'. *> set by the ON SIZE ERROR guards below
           88 WS-FIXED-OVERFLOW  VALUE 'Y'.
           88 WS-FIXED-OK        VALUE 'N'.
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='name' - the snapshot to run against
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LINE. *> One result line per card, the coefficient off the master or the decimal path.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       PERFORM SET-COEFF-SET-FROM-PARM
       IF WS-SNAP-MODE
           PERFORM LOAD-SNAPSHOT
       END-IF
       PERFORM OPEN-LINEAGE-FILE
       OPEN INPUT ZETA-INPUT
       OPEN OUTPUT ZETA-OUTPUT
       IF WS-LIVE-MODE
           PERFORM OPEN-MASTER-FILE
       END-IF
       PERFORM UNTIL WS-IN-EOF
           READ ZETA-INPUT
               AT END
       IF WS-MAST-USABLE
           CLOSE BERN-MASTER
       END-IF
       CLOSE BERN-LINEAGE
       PERFORM WRITE-SOURCE-LINE
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
               WS-MAST-STATUS " - coefficients from the exact"
               " decimal path only"
       END-IF.
       SET-COEFF-SET-FROM-PARM. *> A snapshot name on the PARM pins the run to that snapshot.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > 8
               DISPLAY "BERNZETA: snapshot name on the PARM is over"
                   " 8 characters - run stopped"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-LEN > 0
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-SNAP-NAME
           END-IF
       END-IF
       IF WS-SNAP-NAME NOT = SPACES
           SET WS-SNAP-MODE TO TRUE
           MOVE WS-SNAP-NAME TO WS-COEFF-SET
       END-IF.
       LOAD-SNAPSHOT. *> Reads the named snapshot and proves it against its trailer - no run on doubt.
       PERFORM VARYING WS-SNAP-SLOT FROM 1 BY 1 UNTIL WS-SNAP-SLOT > 99
           MOVE 'N' TO WS-SNAP-PRESENT(WS-SNAP-SLOT)
       END-PERFORM
       OPEN INPUT BERN-SNAP
       IF NOT WS-SNAP-OK
           DISPLAY "BERNZETA: snapshot " WS-SNAP-NAME
               " unavailable, status " WS-SNAP-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM UNTIL WS-SNAP-EOF OR WS-SNAP-BAD
           READ BERN-SNAP
               AT END
                   SET WS-SNAP-EOF TO TRUE
               NOT AT END
                   PERFORM LOAD-ONE-SNAP-RECORD
           END-READ
       END-PERFORM
       CLOSE BERN-SNAP
       IF WS-SNAP-EXPECT-HDR OR WS-SNAP-IN-BODY
           MOVE "NO TRAILER - SNAPSHOT INCOMPLETE" TO WS-SNAP-REASON
           SET WS-SNAP-BAD TO TRUE
       END-IF
       IF WS-SNAP-BAD
           DISPLAY "BERNZETA: snapshot " WS-SNAP-NAME
               " failed verification - " WS-SNAP-REASON
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE WS-SNAP-COUNT TO WS-LIN-ED
       DISPLAY "BERNZETA: COEFFICIENT SNAPSHOT " WS-SNAP-NAME " TAKEN "
           WS-SNAP-CREATED(1:16) " VERIFIED, " WS-LIN-ED " RECORDS".
       LOAD-ONE-SNAP-RECORD. *> Checks the record in hand belongs where it is, and keeps B values.
       IF SNAP-NAME NOT = WS-SNAP-NAME
           MOVE "RECORD OF ANOTHER SNAPSHOT" TO WS-SNAP-REASON
           SET WS-SNAP-BAD TO TRUE
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN SNAP-HEADER AND WS-SNAP-EXPECT-HDR
               MOVE SNAP-CREATED TO WS-SNAP-CREATED
               SET WS-SNAP-IN-BODY TO TRUE
           WHEN SNAP-DETAIL AND WS-SNAP-IN-BODY
               ADD 1 TO WS-SNAP-COUNT
               ADD SNAP-INDEX TO WS-SNAP-IHASH
               ADD SNAP-VALUE TO WS-SNAP-VHASH
               IF SNAP-SERIES = 'B' AND SNAP-INDEX < 99
                   MOVE SNAP-INDEX TO WS-SNAP-SLOT
                   ADD 1 TO WS-SNAP-SLOT
                   MOVE 'Y' TO WS-SNAP-PRESENT(WS-SNAP-SLOT)
                   MOVE SNAP-VALUE TO WS-SNAP-B(WS-SNAP-SLOT)
                   MOVE SNAP-MAST-STAMP TO WS-SNAP-STAMP(WS-SNAP-SLOT)
               END-IF
           WHEN SNAP-TRAILER AND WS-SNAP-IN-BODY
               IF SNAP-REC-COUNT = WS-SNAP-COUNT
                   AND SNAP-INDEX-HASH = WS-SNAP-IHASH
                   AND SNAP-VALUE-HASH = WS-SNAP-VHASH
                   SET WS-SNAP-VERIFIED TO TRUE
               ELSE
                   MOVE "TRAILER TOTALS DO NOT AGREE" TO WS-SNAP-REASON
                   SET WS-SNAP-BAD TO TRUE
               END-IF
           WHEN OTHER
               MOVE "RECORD OUT OF SEQUENCE" TO WS-SNAP-REASON
               SET WS-SNAP-BAD TO TRUE
       END-EVALUATE.
       OPEN-LINEAGE-FILE. *> Appends to the shared lineage file - a result with no lineage is not run.
       OPEN EXTEND BERN-LINEAGE
       IF NOT WS-LIN-OK *> first run against a new dataset
           OPEN OUTPUT BERN-LINEAGE
       END-IF
       IF NOT WS-LIN-OK
           DISPLAY "BERNZETA: lineage file unavailable, status "
               WS-LIN-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       WRITE-SOURCE-LINE. *> Says where this run's coefficients came from, for the step log.
       IF WS-SNAP-MODE
           MOVE WS-SNAP-SERVED TO WS-SRC-ED
           DISPLAY "BERNZETA: COEFFICIENTS FROM SNAPSHOT " WS-SNAP-NAME
               ": " WS-SRC-ED
       END-IF
       MOVE WS-MAST-SERVED TO WS-SRC-ED
       DISPLAY "BERNZETA: COEFFICIENTS FROM MASTER: " WS-SRC-ED
           WITH NO ADVANCING
       MOVE WS-CALC-SERVED TO WS-SRC-ED
       DISPLAY ", FROM THE EXACT DECIMAL PATH: " WS-SRC-ED
       MOVE WS-LIN-WRITTEN TO WS-LIN-ED
       DISPLAY "BERNZETA: LINEAGE RECORDS WRITTEN: " WS-LIN-ED.
       PROCESS-ONE-CARD. *> Validates one card, fetches B(2k), evaluates zeta and the tail.
       ADD 1 TO WS-CARD-SEQ
       MOVE SPACES TO ZETA-OUT-RECORD
       MOVE "K=" TO OUT-K-LABEL
       MOVE "N=" TO OUT-N-LABEL
       MOVE "Z=" TO OUT-Z-LABEL
       MOVE "T=" TO OUT-T-LABEL
       MOVE "C=" TO OUT-C-LABEL
       MOVE WS-COEFF-SET TO OUT-SET
       IF ZETA-IN-N = SPACES *> no truncation point keyed - no tail wanted
           MOVE ZEROS TO ZETA-IN-N
       END-IF
       END-IF
       PERFORM FETCH-ONE-COEFF
       IF WS-COEFF-FAILED
           IF WS-SNAP-MODE
               MOVE "CARD REJECTED - INDEX NOT IN SNAPSHOT" TO OUT-NOTE
           ELSE
               MOVE "CARD REJECTED - COEFFICIENT FETCH ERROR"
                   TO OUT-NOTE
           END-IF
           MOVE ZERO TO OUT-Z OUT-T
           WRITE ZETA-OUT-RECORD
           IF WS-RETURN-CODE < 12
               MOVE "NO TAIL BOUND REQUESTED" TO OUT-NOTE
           END-IF
       END-IF
       WRITE ZETA-OUT-RECORD
       PERFORM WRITE-LINEAGE.
       WRITE-LINEAGE. *> The BERNLIN record for the one coefficient this card's result was built from.
       MOVE SPACES TO BERN-LIN-RECORD
       MOVE "BERNZETA" TO LIN-PROGRAM
       MOVE WS-RUN-STAMP TO LIN-RUN-STAMP
       MOVE WS-CARD-SEQ TO LIN-CARD-SEQ
       MOVE ZETA-IN-RECORD(1:20) TO LIN-CARD
       MOVE 'B' TO LIN-SERIES
       MOVE k2 TO LIN-INDEX
       MOVE WS-COEFF-SRC TO LIN-SOURCE
       MOVE WS-COEFF-STAMP TO LIN-MAST-STAMP
       MOVE WS-SNAP-NAME TO LIN-SNAP-NAME
       WRITE BERN-LIN-RECORD
       ADD 1 TO WS-LIN-WRITTEN.
       FETCH-ONE-COEFF. *> B(2k) off the master if it has a clean record, the decimal path otherwise.
       SET WS-COEFF-FAILED TO TRUE
       MOVE SPACES TO WS-COEFF-STAMP
       IF WS-SNAP-MODE *> a pinned run takes the snapshot's value or none at all
           PERFORM FETCH-FROM-SNAPSHOT
           EXIT PARAGRAPH
       END-IF
       IF WS-MAST-USABLE
           MOVE 'B' TO MAST-SERIES
           MOVE k2 TO MAST-INDEX
           READ BERN-MASTER
               INVALID KEY
                   IF MAST-RETURN-CODE = ZERO
                       MOVE MAST-VALUE TO bc
                       SET WS-COEFF-OK TO TRUE
                       MOVE 'M' TO WS-COEFF-SRC
                       MOVE MAST-TIMESTAMP TO WS-COEFF-STAMP
                       ADD 1 TO WS-MAST-SERVED
                   END-IF
           END-READ
       IF WS-COEFF-FAILED
           PERFORM FETCH-FROM-DECIMAL
       END-IF.
       FETCH-FROM-SNAPSHOT. *> B(2k) off the named snapshot alone - no fallback if it lacks the index.
       IF WS-SNAP-PRESENT(k2 + 1) = 'Y'
           MOVE WS-SNAP-B(k2 + 1) TO bc
           SET WS-COEFF-OK TO TRUE
           MOVE 'S' TO WS-COEFF-SRC
           MOVE WS-SNAP-STAMP(k2 + 1) TO WS-COEFF-STAMP
           ADD 1 TO WS-SNAP-SERVED
       ELSE
           MOVE k2 TO WS-IDX-ED
           DISPLAY "BERNZETA: B(" WS-IDX-ED ") not in snapshot "
               WS-SNAP-NAME " - card skipped"
       END-IF.
       FETCH-FROM-DECIMAL. *> The exact triangle-derived decimal B(2k), built once on first need.
       IF WS-DEC-UNBUILT
           PERFORM BUILD-DECIMAL-TABLE
       END-IF
       MOVE bd(k2 + 1) TO bc
       SET WS-COEFF-OK TO TRUE
       MOVE 'D' TO WS-COEFF-SRC
       ADD 1 TO WS-CALC-SERVED.
       BUILD-DECIMAL-TABLE. *> Exact decimal B values, divided out of integer tangent numbers.
      * B(2k) = (-1)**(k+1) * 2k * T(k) / (4**k * (4**k - 1)) - the
