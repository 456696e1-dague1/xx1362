      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Log-gamma and log-factorial values for the actuarial
      *   projections, by the Stirling asymptotic series. Reads a card
      *   file of arguments x (each with its own tolerance) and writes
      *   one result line per card giving
      *     LN GAMMA(X) = (X-1/2)LN X - X + LN(2*PI)/2
      *                   + SUM B(2K) / (2K(2K-1) X**(2K-1))
      *   or, for a card asking for it, LN(X!) = LN GAMMA(X+1).
      *   The series is asymptotic, so a small argument is first
      *   shifted upward by the recurrence
      *     LN GAMMA(X) = LN GAMMA(X+M) - LN(X(X+1)...(X+M-1))
      *   until it is at least 10; there the terms fall fast enough
      *   that the last one this program can form is below 1E-23.
      *   Terms are added one at a time until the first omitted term
      *   - which for a real argument bounds the truncation error -
      *   is no larger than the card's tolerance; the line reports
      *   the terms used, the shifts applied and that bound.
      *   Like bernzeta, B(2K) is read by key off the BERNMAST master
      *   first (clean records only) with the exact Seidel-triangle
      *   decimal path as the fallback, and the same B(30) ceiling:
      *   the bound needs the coefficient after the last term used,
      *   so at most 14 terms are added. Each line says whether the
      *   master, the decimal path, both, or a snapshot served it,
      *   and a line at end of run says which source served how many.
      *   The bound covers truncation only; the arithmetic is COMP-2
      *   as in bernzeta, good to about 15 significant digits.
      * Tectonics: cobc
      * Modifications:
      *   - Added as the log-gamma companion to bernzeta, on the same
      *     coefficient sources, lineage and snapshot PARM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernlgam. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGAM-INPUT ASSIGN TO "LGAMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT LGAM-OUTPUT ASSIGN TO "LGAMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
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
       FD  LGAM-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LGAM-IN-RECORD.
           05 LGAM-IN-FUNC  PIC X. *> G or blank = LN GAMMA(X), F = LN(X!)
               88 LGAM-IN-GAMMA      VALUE 'G' ' '.
               88 LGAM-IN-FACTORIAL  VALUE 'F'.
           05 LGAM-IN-X     PIC 9(7)V9(5). *> the argument, zero-filled, 5 implied decimals
           05 LGAM-IN-TOL   PIC 9(2). *> tolerance 10**-TOL on the series - blank = 12
           05 FILLER        PIC X(65).
       FD  LGAM-OUTPUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LGAM-OUT-RECORD. *> one result line per card
           05 OUT-F-LABEL   PIC X(2). *> "F="
           05 OUT-FUNC      PIC X(1). *> G or F, as evaluated
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-X-LABEL   PIC X(2). *> "X="
           05 OUT-X         PIC Z(6)9.9(5).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-L-LABEL   PIC X(2). *> "L="
           05 OUT-L         PIC -(10)9.9(12). *> LN GAMMA(X) or LN(X!)
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-M-LABEL   PIC X(2). *> "M="
           05 OUT-TERMS     PIC Z9. *> series terms added
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-S-LABEL   PIC X(2). *> "S="
           05 OUT-SHIFTS    PIC Z9. *> recurrence shifts applied before the series
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-E-LABEL   PIC X(2). *> "E="
           05 OUT-E-MANT    PIC 9.9(5). *> the first omitted term, mantissa ...
           05 OUT-E-SIGN    PIC X(2). *> "E-"
           05 OUT-E-EXP     PIC 9(2). *> ... and power of ten it is divided by
           05 FILLER        PIC X(1) VALUE SPACE.
           05 OUT-B-LABEL   PIC X(2). *> "B="
           05 OUT-SRC       PIC X(8). *> MASTER, DECIMAL, MIXED or SNAPSHOT - what served the B(2K)
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
       01 WS-IN-STATUS PIC XX. *> file status for LGAM-INPUT
           88 WS-IN-OK        VALUE '00'.
           88 WS-IN-EOF       VALUE '10'.
       01 WS-OUT-STATUS PIC XX. *> file status for LGAM-OUTPUT
       01 WS-RETURN-CODE PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-MAX-2K    PIC S9(9) VALUE 30. *> last index a 12-clean-decimal coefficient exists for -
           *> the exact decimal path and the master's fixed field
           *> both end at B(30) (see WS-DEC-MAX-N in bernoulli)
       01 WS-SHIFT-FLOOR PIC S9(4) VALUE 10. *> arguments below this are shifted up by recurrence first
       01 WS-DEFAULT-TOL PIC 9(2) VALUE 12. *> tolerance exponent when the card leaves it blank
       01 WS-MAX-TOL     PIC 9(2) VALUE 20. *> finest tolerance accepted - already past COMP-2's own digits
      * the exact decimal fallback - B(2k) divided out of the integer
      * Seidel tangent triangle, as bernoulli's BUILD-DECIMAL-TABLE
       01 WS-DEC-FLAG      PIC X VALUE 'N'. *> whether the decimal table has been built this run
           88 WS-DEC-BUILT       VALUE 'Y'.
           88 WS-DEC-UNBUILT     VALUE 'N'.
       01 lstd. *> exact decimal B values, bd(idx) = B(idx-1), built once on first need
           05 bd PIC S9(09)V9(22) COMP-3 OCCURS 99 TIMES.
       01 tmpd   PIC S9(09)V9(22) COMP-3. *> one quotient B(2k) before its sign is applied
       01 tgl. *> tangent numbers T(1)..T(17), exact integers
           05 tg PIC S9(31) COMP-3 OCCURS 17 TIMES.
       01 nm     PIC S9(31) COMP-3. *> triangle/division scratch, as in bernoulli
       01 dnm    PIC S9(31) COMP-3.
       01 p4     PIC S9(18) COMP-3. *> 4**k, stepped up once per k
       01 WS-TAN-ROW     PIC S9(4) COMP. *> outer subscript of the tangent-number triangle
       01 WS-TAN-SUB     PIC S9(4) COMP. *> inner subscript of the tangent-number triangle
       01 WS-TAN-F       PIC S9(4) COMP. *> the small integer factor each triangle term is scaled by
       01 WS-MAST-STATUS   PIC XX. *> file status for BERN-MASTER
           88 WS-MAST-OK      VALUE '00'.
       01 WS-MAST-OPEN     PIC X VALUE 'N'. *> whether BERNMAST opened cleanly this run
           88 WS-MAST-USABLE     VALUE 'Y'.
           88 WS-MAST-UNUSABLE   VALUE 'N'.
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
      * the coefficients the card in hand was built from, slot = k for
      * B(2k) - one lineage record is written per slot used
       01 WS-CF-USED       PIC S9(4) COMP. *> slots filled for this card = terms + 1
       01 WS-CF-SUB        PIC S9(4) COMP. *> subscript into WS-CF-TABLE
       01 WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 15 TIMES.
               10 WS-CF-SRC    PIC X. *> LIN-SOURCE value the coefficient came from
               10 WS-CF-STAMP  PIC X(21). *> MAST-TIMESTAMP read, else spaces
       01 WS-CARD-MAST     PIC S9(4) COMP. *> this card's coefficients off the master
       01 WS-CARD-CALC     PIC S9(4) COMP. *> this card's coefficients off the decimal path
       01 WS-SERIES-STATE  PIC X. *> how the series for the card in hand ended
           88 WS-SERIES-RUNNING  VALUE ' '.
           88 WS-TOL-MET         VALUE 'M'.
           88 WS-TOL-NOT-MET     VALUE 'N'.
           88 WS-SERIES-FAILED   VALUE 'F'.
       01 WS-TOL-EXP       PIC 9(2). *> this card's tolerance exponent
       01 WS-TERMS         PIC S9(4) COMP. *> series terms added for this card
       01 WS-SHIFTS        PIC S9(4) COMP. *> recurrence shifts applied for this card
       01 WS-E-EXP         PIC S9(4) COMP. *> the bound's power of ten, for the E= field
       01 WS-TERM-F        PIC S9(4) COMP. *> 2k(2k-1), the integer part of a term's divisor
       01 k2     PIC S9(9). *> index 2k of the coefficient being fetched
       01 bc     USAGE COMP-2. *> the fetched B(2k) coefficient
       01 xa     USAGE COMP-2. *> the argument as keyed
       01 xv     USAGE COMP-2. *> the argument after shifting - what the series is evaluated at
       01 x2     USAGE COMP-2. *> xv squared, stepping the power from term to term
       01 xp     USAGE COMP-2. *> xv**(2k-1) for the term in hand
       01 ls     USAGE COMP-2. *> LN of the product the shifts multiplied in
       01 lg     USAGE COMP-2. *> the log-gamma value being accumulated
       01 tm     USAGE COMP-2. *> one series term
       01 eb     USAGE COMP-2. *> the first omitted term's size - the error bound
       01 tol    USAGE COMP-2. *> 10**-TOL
       01 tmp    USAGE COMP-2.
       01 hl2pi  USAGE COMP-2 VALUE 0.918938533204673. *> LN(2*PI)/2, the series constant
       01 WS-L-FIXED       PIC S9(10)V9(12) COMP-3. *> lg rounded to the fixed value the line reports
       01 WS-FIXED-STATUS  PIC X VALUE 'N'. *> set by the ON SIZE ERROR guard below
           88 WS-FIXED-OVERFLOW  VALUE 'Y'.
           88 WS-FIXED-OK        VALUE 'N'.
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='name' - the snapshot to run against
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-LINE. *> One result line per card, the coefficients off the master or the decimal path.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       PERFORM SET-COEFF-SET-FROM-PARM
       IF WS-SNAP-MODE
           PERFORM LOAD-SNAPSHOT
       END-IF
       PERFORM OPEN-LINEAGE-FILE
       OPEN INPUT LGAM-INPUT
       OPEN OUTPUT LGAM-OUTPUT
       IF WS-LIVE-MODE
           PERFORM OPEN-MASTER-FILE
       END-IF
       PERFORM UNTIL WS-IN-EOF
           READ LGAM-INPUT
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   PERFORM PROCESS-ONE-CARD
           END-READ
       END-PERFORM
       CLOSE LGAM-INPUT
       CLOSE LGAM-OUTPUT
       IF WS-MAST-USABLE
           CLOSE BERN-MASTER
       END-IF
       CLOSE BERN-LINEAGE
       PERFORM WRITE-SOURCE-LINE
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       OPEN-MASTER-FILE. *> Opens the keyed master read-only; a failed open means the decimal path only.
       SET WS-MAST-USABLE TO TRUE
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           SET WS-MAST-UNUSABLE TO TRUE
           DISPLAY "BERNLGAM: master file unavailable, status "
               WS-MAST-STATUS " - coefficients from the exact"
               " decimal path only"
       END-IF.
       SET-COEFF-SET-FROM-PARM. *> A snapshot name on the PARM pins the run to that snapshot.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > 8
               DISPLAY "BERNLGAM: snapshot name on the PARM is over"
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
           DISPLAY "BERNLGAM: snapshot " WS-SNAP-NAME
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
           DISPLAY "BERNLGAM: snapshot " WS-SNAP-NAME
               " failed verification - " WS-SNAP-REASON
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE WS-SNAP-COUNT TO WS-LIN-ED
       DISPLAY "BERNLGAM: COEFFICIENT SNAPSHOT " WS-SNAP-NAME " TAKEN "
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
           DISPLAY "BERNLGAM: lineage file unavailable, status "
               WS-LIN-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       WRITE-SOURCE-LINE. *> Says where this run's coefficients came from, for the step log.
       IF WS-SNAP-MODE
           MOVE WS-SNAP-SERVED TO WS-SRC-ED
           DISPLAY "BERNLGAM: COEFFICIENTS FROM SNAPSHOT " WS-SNAP-NAME
               ": " WS-SRC-ED
       END-IF
       MOVE WS-MAST-SERVED TO WS-SRC-ED
       DISPLAY "BERNLGAM: COEFFICIENTS FROM MASTER: " WS-SRC-ED
           WITH NO ADVANCING
       MOVE WS-CALC-SERVED TO WS-SRC-ED
       DISPLAY ", FROM THE EXACT DECIMAL PATH: " WS-SRC-ED
       MOVE WS-LIN-WRITTEN TO WS-LIN-ED
       DISPLAY "BERNLGAM: LINEAGE RECORDS WRITTEN: " WS-LIN-ED.
       PROCESS-ONE-CARD. *> Validates one card, runs the series to its tolerance, writes the line.
       ADD 1 TO WS-CARD-SEQ
       MOVE SPACES TO LGAM-OUT-RECORD
       MOVE "F=" TO OUT-F-LABEL
       MOVE "X=" TO OUT-X-LABEL
       MOVE "L=" TO OUT-L-LABEL
       MOVE "M=" TO OUT-M-LABEL
       MOVE "S=" TO OUT-S-LABEL
       MOVE "E=" TO OUT-E-LABEL
       MOVE "E-" TO OUT-E-SIGN
       MOVE "B=" TO OUT-B-LABEL
       MOVE "C=" TO OUT-C-LABEL
       MOVE WS-COEFF-SET TO OUT-SET
       MOVE ZERO TO OUT-X OUT-L OUT-TERMS OUT-SHIFTS
       MOVE ZERO TO OUT-E-MANT OUT-E-EXP
       MOVE LGAM-IN-FUNC TO OUT-FUNC
       IF LGAM-IN-FUNC = SPACE
           MOVE 'G' TO OUT-FUNC
       END-IF
       IF LGAM-IN-TOL = SPACES *> no tolerance keyed - the default
           MOVE WS-DEFAULT-TOL TO LGAM-IN-TOL
       END-IF
       IF NOT LGAM-IN-GAMMA AND NOT LGAM-IN-FACTORIAL
           DISPLAY "BERNLGAM: function " LGAM-IN-FUNC
               " is not G or F - card skipped"
           MOVE "CARD REJECTED - FUNCTION MUST BE G OR F" TO OUT-NOTE
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       IF LGAM-IN-X IS NOT NUMERIC OR LGAM-IN-TOL IS NOT NUMERIC
           DISPLAY "BERNLGAM: non-numeric x or tolerance - card skipped"
           MOVE "CARD REJECTED - X/TOL MUST BE NUMERIC" TO OUT-NOTE
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       MOVE LGAM-IN-X TO OUT-X
       MOVE LGAM-IN-TOL TO WS-TOL-EXP
       IF WS-TOL-EXP < 1 OR WS-TOL-EXP > WS-MAX-TOL
           DISPLAY "BERNLGAM: tolerance " LGAM-IN-TOL
               " is not 01-20 - card skipped"
           MOVE "CARD REJECTED - TOL MUST BE 01-20" TO OUT-NOTE
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       IF LGAM-IN-GAMMA AND LGAM-IN-X = ZERO
           DISPLAY "BERNLGAM: LN GAMMA(0) is undefined - card skipped"
           MOVE "CARD REJECTED - X MUST BE ABOVE ZERO" TO OUT-NOTE
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       IF LGAM-IN-FACTORIAL
           AND LGAM-IN-X NOT = FUNCTION INTEGER-PART(LGAM-IN-X)
           DISPLAY "BERNLGAM: X! needs a whole number x - card skipped"
           MOVE "CARD REJECTED - F NEEDS A WHOLE X" TO OUT-NOTE
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       MOVE LGAM-IN-X TO xa
       IF LGAM-IN-FACTORIAL *> LN(X!) = LN GAMMA(X+1)
           ADD 1 TO xa
       END-IF
       MOVE 1 TO tol
       PERFORM WS-TOL-EXP TIMES
           DIVIDE 10 INTO tol
       END-PERFORM
       PERFORM EVALUATE-STIRLING
       IF WS-SERIES-FAILED
           IF WS-SNAP-MODE
               MOVE "CARD REJECTED - INDEX NOT IN SNAPSHOT" TO OUT-NOTE
           ELSE
               MOVE "CARD REJECTED - COEFFICIENT FETCH ERROR"
                   TO OUT-NOTE
           END-IF
           PERFORM WRITE-REJECTED-CARD
           EXIT PARAGRAPH
       END-IF
       MOVE WS-TERMS TO OUT-TERMS
       MOVE WS-SHIFTS TO OUT-SHIFTS
       PERFORM EDIT-ERROR-BOUND
       PERFORM SET-CARD-SOURCE
       SET WS-FIXED-OK TO TRUE
       COMPUTE WS-L-FIXED ROUNDED = lg
           ON SIZE ERROR
               SET WS-FIXED-OVERFLOW TO TRUE
       END-COMPUTE
       IF WS-FIXED-OVERFLOW
           DISPLAY "BERNLGAM: RESULT FOR X=" OUT-X
               " EXCEEDS FIXED-POINT RANGE - RAW VALUE=" lg
           MOVE "VALUE EXCEEDS DISPLAY RANGE" TO OUT-NOTE
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
       ELSE
           MOVE WS-L-FIXED TO OUT-L
           IF WS-TOL-NOT-MET
               DISPLAY "BERNLGAM: X=" OUT-X " tolerance 1E-"
                   LGAM-IN-TOL " not met by the series"
               MOVE "TOLERANCE NOT MET - SEE E=" TO OUT-NOTE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
       END-IF
       WRITE LGAM-OUT-RECORD
       PERFORM WRITE-LINEAGE.
       WRITE-REJECTED-CARD. *> Writes the line for a card that could not be evaluated - RC 12.
       MOVE ZERO TO OUT-L
       WRITE LGAM-OUT-RECORD
       IF WS-RETURN-CODE < 12
           MOVE 12 TO WS-RETURN-CODE
       END-IF.
       SET-CARD-SOURCE. *> Names what served this card's coefficients, for the B= field.
       EVALUATE TRUE
           WHEN WS-SNAP-MODE
               MOVE "SNAPSHOT" TO OUT-SRC
           WHEN WS-CARD-CALC = ZERO
               MOVE "MASTER" TO OUT-SRC
           WHEN WS-CARD-MAST = ZERO
               MOVE "DECIMAL" TO OUT-SRC
           WHEN OTHER
               MOVE "MIXED" TO OUT-SRC
       END-EVALUATE.
       EDIT-ERROR-BOUND. *> Splits the bound into the mantissa and negative power of ten E= shows.
      * the bound is always below 1 once the argument is at least 10
      * (the first term alone is 1/(12X)), so only negative powers
      * of ten arise
       MOVE eb TO tmp
       MOVE ZERO TO WS-E-EXP
       PERFORM UNTIL tmp >= 1 OR WS-E-EXP >= 99
           MULTIPLY 10 BY tmp
           ADD 1 TO WS-E-EXP
       END-PERFORM
       COMPUTE OUT-E-MANT ROUNDED = tmp
           ON SIZE ERROR *> 9.999995 and up rounds to the next power
               MOVE 1 TO OUT-E-MANT
               SUBTRACT 1 FROM WS-E-EXP
       END-COMPUTE
       MOVE WS-E-EXP TO OUT-E-EXP.
       WRITE-LINEAGE. *> One BERNLIN record per coefficient this card's result was built from.
       PERFORM VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-USED
           MOVE SPACES TO BERN-LIN-RECORD
           MOVE "BERNLGAM" TO LIN-PROGRAM
           MOVE WS-RUN-STAMP TO LIN-RUN-STAMP
           MOVE WS-CARD-SEQ TO LIN-CARD-SEQ
           MOVE LGAM-IN-RECORD(1:20) TO LIN-CARD
           MOVE 'B' TO LIN-SERIES
           MULTIPLY WS-CF-SUB BY 2 GIVING LIN-INDEX
           MOVE WS-CF-SRC(WS-CF-SUB) TO LIN-SOURCE
           MOVE WS-CF-STAMP(WS-CF-SUB) TO LIN-MAST-STAMP
           MOVE WS-SNAP-NAME TO LIN-SNAP-NAME
           WRITE BERN-LIN-RECORD
           ADD 1 TO WS-LIN-WRITTEN
       END-PERFORM.
       EVALUATE-STIRLING. *> Shifts the argument up, then adds series terms until the bound meets tol.
      * each pass adds the term for B(2k) and then fetches B(2k+2)
      * to size the first omitted term; the series stops when that
      * is within tolerance, or when B(2k+2) was B(30) - nothing
      * past it can be fetched, so 14 terms is the most added
       MOVE ZERO TO WS-TERMS WS-SHIFTS WS-CF-USED
       MOVE ZERO TO WS-CARD-MAST WS-CARD-CALC
       SET WS-SERIES-RUNNING TO TRUE
       MOVE xa TO xv
       MOVE ZERO TO ls
       PERFORM UNTIL xv >= WS-SHIFT-FLOOR *> LN GAMMA(X) = LN GAMMA(X+1) - LN X
           COMPUTE tmp = FUNCTION LOG(xv)
           ADD tmp TO ls
           ADD 1 TO xv
           ADD 1 TO WS-SHIFTS
       END-PERFORM
       COMPUTE tmp = FUNCTION LOG(xv) *> (X-1/2)LN X - X + LN(2*PI)/2
       SUBTRACT 0.5 FROM xv GIVING lg
       MULTIPLY tmp BY lg
       SUBTRACT xv FROM lg
       ADD hl2pi TO lg
       MULTIPLY xv BY xv GIVING x2
       MOVE xv TO xp
       MOVE 2 TO k2
       PERFORM FETCH-SERIES-COEFF
       IF WS-COEFF-FAILED
           SET WS-SERIES-FAILED TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NOT WS-SERIES-RUNNING
           PERFORM SIZE-TERM-DIVISOR
           DIVIDE bc BY tmp GIVING tm *> B(2k) / (2k(2k-1) X**(2k-1))
           ADD tm TO lg
           ADD 1 TO WS-TERMS
           ADD 2 TO k2
           PERFORM FETCH-SERIES-COEFF
           IF WS-COEFF-FAILED
               SET WS-SERIES-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MULTIPLY x2 BY xp
           PERFORM SIZE-TERM-DIVISOR
           COMPUTE eb = FUNCTION ABS(bc)
           DIVIDE tmp INTO eb
           EVALUATE TRUE
               WHEN eb <= tol
                   SET WS-TOL-MET TO TRUE
               WHEN k2 >= WS-MAX-2K
                   SET WS-TOL-NOT-MET TO TRUE
           END-EVALUATE
       END-PERFORM
       SUBTRACT ls FROM lg.
       SIZE-TERM-DIVISOR. *> tmp = 2k(2k-1) * X**(2k-1) for the index in k2.
       SUBTRACT 1 FROM k2 GIVING WS-TERM-F
       MULTIPLY k2 BY WS-TERM-F
       MULTIPLY xp BY WS-TERM-F GIVING tmp.
       FETCH-SERIES-COEFF. *> B(k2) for the series, noting its source in the card's slot k2/2.
       PERFORM FETCH-ONE-COEFF
       IF WS-COEFF-OK
           ADD 1 TO WS-CF-USED
           MOVE WS-COEFF-SRC TO WS-CF-SRC(WS-CF-USED)
           MOVE WS-COEFF-STAMP TO WS-CF-STAMP(WS-CF-USED)
           EVALUATE WS-COEFF-SRC
               WHEN 'M'
                   ADD 1 TO WS-CARD-MAST
               WHEN 'D'
                   ADD 1 TO WS-CARD-CALC
           END-EVALUATE
       END-IF.
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
                   CONTINUE *> not on the master - fall through to the decimal path
               NOT INVALID KEY
                   IF MAST-RETURN-CODE = ZERO
                       MOVE MAST-VALUE TO bc
                       SET WS-COEFF-OK TO TRUE
                       MOVE 'M' TO WS-COEFF-SRC
                       MOVE MAST-TIMESTAMP TO WS-COEFF-STAMP
                       ADD 1 TO WS-MAST-SERVED
                   END-IF
           END-READ
       END-IF
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
           DISPLAY "BERNLGAM: B(" WS-IDX-ED ") not in snapshot "
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
      * same exact division bernoulli's high-precision table is
      * built from, each entry rounded once at the final DIVIDE;
      * k = 1..15 covers every index the series reaches
       PERFORM BUILD-TANGENT-NUMBERS
       PERFORM VARYING WS-TAN-SUB FROM 1 BY 1 UNTIL WS-TAN-SUB > 99
           MOVE ZERO TO bd(WS-TAN-SUB)
       END-PERFORM
       MOVE 1 TO p4
       PERFORM VARYING WS-TAN-ROW FROM 1 BY 1 UNTIL WS-TAN-ROW > 15
           MULTIPLY 4 BY p4
           MULTIPLY p4 BY p4 GIVING dnm
           SUBTRACT p4 FROM dnm
           MULTIPLY WS-TAN-ROW BY 2 GIVING WS-TAN-F
           MULTIPLY tg(WS-TAN-ROW) BY WS-TAN-F GIVING nm
           DIVIDE nm BY dnm GIVING tmpd ROUNDED
           MULTIPLY WS-TAN-ROW BY 2 GIVING WS-TAN-SUB
           ADD 1 TO WS-TAN-SUB *> slot of B(2k) in the shifted table
           IF FUNCTION MOD(WS-TAN-ROW, 2) = 0
               SUBTRACT tmpd FROM ZERO GIVING bd(WS-TAN-SUB)
           ELSE
               MOVE tmpd TO bd(WS-TAN-SUB)
           END-IF
       END-PERFORM
       SET WS-DEC-BUILT TO TRUE.
       BUILD-TANGENT-NUMBERS. *> T(1)..T(17) by the Seidel triangle - integer arithmetic throughout.
       MOVE 1 TO tg(1)
       PERFORM VARYING WS-TAN-ROW FROM 2 BY 1 UNTIL WS-TAN-ROW > 17
           SUBTRACT 1 FROM WS-TAN-ROW GIVING WS-TAN-F
           MULTIPLY tg(WS-TAN-ROW - 1) BY WS-TAN-F
               GIVING tg(WS-TAN-ROW)
       END-PERFORM
       PERFORM VARYING WS-TAN-ROW FROM 2 BY 1 UNTIL WS-TAN-ROW > 17
           PERFORM VARYING WS-TAN-SUB FROM WS-TAN-ROW BY 1
                   UNTIL WS-TAN-SUB > 17
               SUBTRACT WS-TAN-ROW FROM WS-TAN-SUB GIVING WS-TAN-F
               MULTIPLY tg(WS-TAN-SUB - 1) BY WS-TAN-F GIVING nm
               ADD 2 TO WS-TAN-F
               MULTIPLY tg(WS-TAN-SUB) BY WS-TAN-F GIVING dnm
               ADD nm TO dnm
               MOVE dnm TO tg(WS-TAN-SUB)
           END-PERFORM
       END-PERFORM.
       END PROGRAM bernlgam.
