      *     program bernhsr shows change activity by index and by
      *     date - the audit answer for "when did B(n) change and
      *     by how much" that the rewritten master cannot give.
      *   - Added the BERNRUNC run-control file and a run ID. Each run
      *     takes its start time (yyyymmddhhmmsscc) as its run ID and
      *     records it on BERNRUNC with the deck's identity (card
      *     count, a position-weighted content hash and the total of
      *     the queue sequence numbers bernqfmt now punches in columns
      *     9-13), its start and end times, final return code and a
      *     started/completed status; a run found still STARTED by the
      *     next one never reached its close and is marked abended.
      *     The run ID is appended to the audit (now 81 bytes),
      *     exception (127), statistics (86) and history (129) records
      *     and to every extract record, and MAST-TIMESTAMP is now the
      *     run's start stamp, so downstream jobs select a run by ID
      *     instead of by calendar date. A deck that already completed
      *     cleanly (RC 4 or less) is refused with RC=16 and console
      *     message BERN128E unless the step runs with PARM='RERUN';
      *     BERN132E (RC=16) if the run-control file cannot be opened.
      *   - Re-keyed BERNMAST on series letter plus index (MAST-KEY,
      *     record now 41 bytes - BERNMCNV converts the old master)
      *     and persisted Euler and tangent values there the same way
      *     as Bernoulli ones, BERNHIST change capture included; the
      *     history record carries the series letter (now 131 bytes)
      *     and every extract detail record ends with it. Values that
      *     overflow the fixed-point field are still not persisted.
      *   - BERNHIST now journals every master write, not only value
      *     changes: HIST-ACTION says C(hanged), A(dded) or R(ewritten
      *     with the same value) and HIST-NEW-RC carries the return
      *     code stored (record now 138 bytes), so bernrcov can bring
      *     a reloaded BERNBKUP backup forward to the last good state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernoulli. *>Program name
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-EXTRACT ASSIGN TO "BERNXTR"
               ORGANIZATION IS SEQUENTIAL
           SELECT BERN-HIST ASSIGN TO "BERNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BERN-RUNC ASSIGN TO "BERNRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-RUN-ID
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-INPUT
               88 BERN-SER-EULER    VALUE 'E'.
               88 BERN-SER-TANGENT  VALUE 'T'.
               88 BERN-SER-KNOWN    VALUES 'B', ' ', 'E', 'T'.
           05 BERN-IN-RQST-SEQ PIC 9(5). *> BERNRQST sequence number punched by bernqfmt, zero/blank on a hand deck
           05 FILLER        PIC X(67).
       FD  BERN-CKPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
                                 *> display overflow, 0008 reconciliation mismatch, 0012 rejected
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-SERIES       PIC X(01). *> which series - B(ernoulli), E(uler) or T(angent)
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-RUN-ID       PIC X(16). *> the run that served this request (see BERNRUNC)
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> keyed master of computed values - one record per series entry, rewritten in place
       FD  BERN-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
       01  BERN-XTR-RECORD   PIC X(80). *> delimited interface record - header, detail or trailer (see WRITE-EXTRACT-*)
       FD  BERN-EXCEPT
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BERN-EXC-RECORD. *> one record per request that ended with a non-zero outcome
           05 EXC-TIMESTAMP      PIC X(21). *> FUNCTION CURRENT-DATE, as on the audit record
           05 EXC-REFERENCE      PIC -(6)9.9(12). *> published value (RC=8 only), spaces otherwise
           05 FILLER             PIC X(01).
           05 EXC-DIFF           PIC -(6)9.9(12). *> computed minus published (RC=8 only)
           05 FILLER             PIC X(01).
           05 EXC-RUN-ID         PIC X(16). *> the run that served this request (see BERNRUNC)
       FD  BERN-STAT
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BERN-STAT-RECORD. *> one record per BERNIN card - what this request cost (see bernstr)
           05 STAT-TIMESTAMP     PIC X(21). *> FUNCTION CURRENT-DATE, as on the audit record
           05 FILLER             PIC X(01).
           05 STAT-SERIES        PIC X(01). *> which series - B(ernoulli), E(uler) or T(angent) -
                                 *> the build-cost columns only apply to B records
           05 FILLER             PIC X(01).
           05 STAT-RUN-ID        PIC X(16). *> the run that served this card (see BERNRUNC)
       FD  BERN-HIST
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BERN-HIST-RECORD. *> one record per master write - the forward-recovery journal (see bernrcov)
           05 HIST-INDEX         PIC Z(4)9. *> the index written
           05 FILLER             PIC X(01).
           05 HIST-OLD-VALUE     PIC -(6)9.9(12). *> what the master said before this run
           05 FILLER             PIC X(01).
           05 HIST-OLD-STAMP     PIC X(21). *> run timestamp of the value being replaced
           05 FILLER             PIC X(01).
           05 HIST-NEW-STAMP     PIC X(21). *> run timestamp of the replacing value
           05 FILLER             PIC X(01).
           05 HIST-RUN-ID        PIC X(16). *> the run that replaced it (see BERNRUNC)
           05 FILLER             PIC X(01).
           05 HIST-SERIES        PIC X(01). *> which series the index belongs to - blank on older records = B
           05 FILLER             PIC X(01).
           05 HIST-ACTION        PIC X(01). *> C(hanged), A(dded) or R(ewritten, same value) -
                                 *> blank on older records, which were all changes
               88 HIST-CHANGED       VALUE 'C'.
               88 HIST-ADDED         VALUE 'A'.
               88 HIST-REFRESHED     VALUE 'R'.
           05 FILLER             PIC X(01).
           05 HIST-NEW-RC        PIC 9(4). *> MAST-RETURN-CODE stored with the new value
       FD  BERN-RUNC
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRUNC. *> one record per run - deck identity, start/end, final RC, status
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-IN-STATUS PIC XX. *> file status for BERN-INPUT
           88 WS-IN-OK        VALUE '00'.
       01 WS-STAT-STATUS   PIC XX. *> file status for BERN-STAT
       01 WS-HIST-STATUS   PIC XX. *> file status for BERN-HIST
       01 WS-HIST-DIFF     PIC S9(6)V9(12) COMP-3. *> new master value minus the one being replaced
       01 WS-HIST-ACTION   PIC X(01). *> what the master write about to be journaled does - see HIST-ACTION
       01 WS-HIST-NEW-TS   PIC X(21). *> this rewrite's run timestamp, taken before the old one is lost
       01 WS-RUNC-STATUS   PIC XX. *> file status for BERN-RUNC
           88 WS-RUNC-OK      VALUE '00'.
           88 WS-RUNC-EMPTY   VALUE '35'. *> KSDS exists but has never been loaded
       01 WS-RUNC-EOF      PIC X VALUE 'N'. *> end of the sweep over earlier runs
           88 WS-RUNC-SWEPT      VALUE 'Y'.
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up - lands on every master record
       01 WS-RUN-ID        PIC X(16). *> yyyymmddhhmmsscc of WS-RUN-STAMP - carried on every record this run writes
       01 WS-RERUN-FLAG    PIC X VALUE 'N'. *> PARM='RERUN' - let a deck that already completed run again
           88 WS-RERUN-ALLOWED   VALUE 'Y'.
       01 WS-DECK-CARDS    PIC 9(7) VALUE ZERO. *> cards on BERNIN, counted by the first pass
       01 WS-DECK-HASH     PIC 9(15) VALUE ZERO. *> position-weighted hash of the cards (see HASH-ONE-CARD)
       01 WS-DECK-SEQH     PIC 9(9) VALUE ZERO. *> sum of the queue sequence numbers in columns 9-13
       01 WS-CARD-VALUE    PIC 9(15). *> one card's contribution to WS-DECK-HASH
       01 WS-DECK-DONE     PIC X VALUE 'N'. *> whether this same deck already completed cleanly
           88 WS-DECK-SEEN-CLEAN VALUE 'Y'.
       01 WS-PRIOR-RUN-ID  PIC X(16). *> the run that completed it, for the refusal message
       01 WS-TIME-RAW      PIC 9(8). *> ACCEPT FROM TIME - HHMMSShh
       01 FILLER REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH   PIC 9(2).
       01 WS-REF-FIXED     PIC S9(6)V9(12) COMP-3. *> computed b() for WS-REF-IDX, same scale as the reference
       01 WS-REF-PUB       PIC S9(5)V9(12) COMP-3. *> BERN-REF-VALUE(WS-REF-SUB), copied out for the same reason
       01 WS-REF-DIFF      PIC S9(6)V9(12) COMP-3. *> computed value minus published value
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='RERUN' - overrides the double-submission guard
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(5).
       PROCEDURE DIVISION USING PARM-AREA.
       ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       MOVE WS-RUN-STAMP(1:16) TO WS-RUN-ID
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN >= 5 AND PARM-TEXT = "RERUN"
               SET WS-RERUN-ALLOWED TO TRUE
           END-IF
       END-IF
       PERFORM SCAN-DECK-FOR-MAX
       PERFORM OPEN-RUN-CONTROL
       PERFORM OPEN-AUDIT-LOG
       PERFORM OPEN-EXCEPTION-LOG
       PERFORM OPEN-STAT-FILE
       END-IF
       PERFORM WRITE-EXTRACT-TRAILER
       CLOSE BERN-EXTRACT
       PERFORM CLOSE-RUN-CONTROL
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       OPEN-RUN-CONTROL. *> Opens the run-control file, closes out dead runs, logs this one as started.
       OPEN I-O BERN-RUNC
       IF WS-RUNC-EMPTY
           OPEN OUTPUT BERN-RUNC
           CLOSE BERN-RUNC
           OPEN I-O BERN-RUNC
       END-IF
       IF NOT WS-RUNC-OK
           DISPLAY "BERN132E BERNOULLI RUN-CONTROL UNAVAILABLE, STATUS "
               WS-RUNC-STATUS UPON CONSOLE
           DISPLAY "BERNOULLI: run-control file unavailable, status "
               WS-RUNC-STATUS " - run not started"
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM SWEEP-PRIOR-RUNS
       MOVE SPACES TO BERN-RUNC-RECORD
       MOVE WS-RUN-ID TO RUNC-RUN-ID
       MOVE WS-RUN-STAMP TO RUNC-START
       MOVE WS-USER-ID TO RUNC-USER
       MOVE WS-DECK-CARDS TO RUNC-DECK-CARDS
       MOVE WS-DECK-HASH TO RUNC-DECK-HASH
       MOVE WS-DECK-SEQH TO RUNC-DECK-SEQH
       MOVE ZERO TO RUNC-RETURN-CODE
       MOVE WS-RERUN-FLAG TO RUNC-RERUN
       IF WS-DECK-SEEN-CLEAN AND NOT WS-RERUN-ALLOWED
           PERFORM REFUSE-REPEAT-DECK
       END-IF
       SET RUNC-STARTED TO TRUE
       WRITE BERN-RUNC-RECORD
           INVALID KEY
               DISPLAY "BERNOULLI: run ID " WS-RUN-ID
                   " already on the run-control file - run not started"
               CLOSE BERN-RUNC
               MOVE 16 TO RETURN-CODE
               GOBACK
       END-WRITE
       DISPLAY "BERNOULLI: run ID " WS-RUN-ID.
       SWEEP-PRIOR-RUNS. *> One pass over earlier runs - marks dead ones abended, looks for this deck.
       MOVE LOW-VALUES TO RUNC-RUN-ID
       START BERN-RUNC KEY NOT LESS THAN RUNC-RUN-ID
           INVALID KEY
               SET WS-RUNC-SWEPT TO TRUE
       END-START
       PERFORM UNTIL WS-RUNC-SWEPT
           READ BERN-RUNC NEXT RECORD
               AT END
                   SET WS-RUNC-SWEPT TO TRUE
               NOT AT END
                   PERFORM CHECK-ONE-PRIOR-RUN
           END-READ
       END-PERFORM.
       CHECK-ONE-PRIOR-RUN. *> Closes out a dead run and matches a completed one against this deck.
      * BERNCKPT is DISP=OLD in BERNOUL, so runs never overlap - a
      * record still STARTED here belongs to a run that died
       IF RUNC-STARTED
           SET RUNC-ABENDED TO TRUE
           REWRITE BERN-RUNC-RECORD
           DISPLAY "BERNOULLI: run " RUNC-RUN-ID
               " never closed - marked abended"
       END-IF
       IF RUNC-COMPLETED AND RUNC-RETURN-CODE NOT > 4
           AND WS-DECK-CARDS > ZERO
           AND RUNC-DECK-CARDS = WS-DECK-CARDS
           AND RUNC-DECK-HASH = WS-DECK-HASH
           AND RUNC-DECK-SEQH = WS-DECK-SEQH
           SET WS-DECK-SEEN-CLEAN TO TRUE
           MOVE RUNC-RUN-ID TO WS-PRIOR-RUN-ID
       END-IF.
       REFUSE-REPEAT-DECK. *> Turns away a second run of a deck that already completed cleanly.
       SET RUNC-REFUSED TO TRUE
       MOVE FUNCTION CURRENT-DATE TO RUNC-END
       MOVE 16 TO RUNC-RETURN-CODE
       WRITE BERN-RUNC-RECORD
           INVALID KEY
               CONTINUE
       END-WRITE
       CLOSE BERN-RUNC
       DISPLAY "BERN128E BERNOULLI DECK ALREADY RUN, RUN ID "
           WS-PRIOR-RUN-ID UPON CONSOLE
       DISPLAY "BERNOULLI: this deck completed cleanly under run "
           WS-PRIOR-RUN-ID " - resubmit with PARM='RERUN' to run it"
           " again"
       MOVE 16 TO RETURN-CODE
       GOBACK.
       CLOSE-RUN-CONTROL. *> Closes this run's record out with its end time and final RC.
       MOVE WS-RUN-ID TO RUNC-RUN-ID
       READ BERN-RUNC
           INVALID KEY
               DISPLAY "BERNOULLI: run " WS-RUN-ID
                   " missing from the run-control file at close"
           NOT INVALID KEY
               MOVE FUNCTION CURRENT-DATE TO RUNC-END
               MOVE WS-RETURN-CODE TO RUNC-RETURN-CODE
               SET RUNC-COMPLETED TO TRUE
               REWRITE BERN-RUNC-RECORD
       END-READ
       CLOSE BERN-RUNC.
       OPEN-EXTRACT-FILE. *> Starts this run's interface file with its header record.
       OPEN OUTPUT BERN-EXTRACT
       MOVE WS-RUN-ID(1:8) TO WS-XTR-RUN-DATE
       MOVE SPACES TO BERN-XTR-RECORD
       STRING "H;BERNXTR;" WS-XTR-RUN-DATE ";" WS-USER-ID ";" WS-RUN-ID
           DELIMITED BY SIZE INTO BERN-XTR-RECORD
       WRITE BERN-XTR-RECORD.
       WRITE-EXTRACT-DETAIL. *> One delimited record per reported index, counted and hashed for the trailer.
       END-IF
       MOVE SPACES TO BERN-XTR-RECORD
       STRING "D;" WS-XTR-IDX-ED ";" WS-XTR-VALUE-ED ";" WS-XTR-MODE
           ";" WS-XTR-RUN-DATE ";" WS-USER-ID ";" WS-RUN-ID
           ";" WS-SER-LETTER
           DELIMITED BY SIZE INTO BERN-XTR-RECORD
       WRITE BERN-XTR-RECORD
       ADD 1 TO WS-XTR-COUNT
       MOVE WS-XTR-COUNT TO WS-XTR-COUNT-ED
       MOVE WS-XTR-HASH TO WS-XTR-HASH-ED
       MOVE SPACES TO BERN-XTR-RECORD
       STRING "T;" WS-XTR-COUNT-ED ";" WS-XTR-HASH-ED ";" WS-RUN-ID
           DELIMITED BY SIZE INTO BERN-XTR-RECORD
       WRITE BERN-XTR-RECORD.
       OPEN-MASTER-FILE. *> Opens the keyed master for update, loading it first if it is still empty.
      * the old record is read first so a rewrite that changes the
      * stored value can capture it to BERNHIST before it is lost
       IF WS-MAST-USABLE
           MOVE WS-SER-LETTER TO MAST-SERIES
           MOVE WS-MATH-IDX TO MAST-INDEX
           MOVE WS-RUN-STAMP TO WS-HIST-NEW-TS
           READ BERN-MASTER
               INVALID KEY *> index not on the master yet - a plain add
                   MOVE 'A' TO WS-HIST-ACTION
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-FIXED TO MAST-VALUE
                   MOVE WS-HIST-NEW-TS TO MAST-TIMESTAMP
                   MOVE WS-RECORD-RC TO MAST-RETURN-CODE
                   WRITE BERN-MAST-RECORD
               NOT INVALID KEY
                   IF MAST-VALUE NOT = WS-FIXED
                       MOVE 'C' TO WS-HIST-ACTION
                   ELSE
                       MOVE 'R' TO WS-HIST-ACTION
                   END-IF
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-FIXED TO MAST-VALUE
                   MOVE WS-HIST-NEW-TS TO MAST-TIMESTAMP
                   MOVE WS-RECORD-RC TO MAST-RETURN-CODE
                   REWRITE BERN-MAST-RECORD
           END-READ
       END-IF.
       WRITE-HISTORY-RECORD. *> Journals the master write about to happen, with what it destroys.
      * entered with the OLD record still in BERN-MAST-RECORD (only
      * its key, for an add), the new value in WS-FIXED and the
      * action in WS-HIST-ACTION
       MOVE SPACES TO BERN-HIST-RECORD
       MOVE MAST-INDEX TO HIST-INDEX
       MOVE WS-FIXED TO HIST-NEW-VALUE
       IF WS-HIST-ACTION NOT = 'A' *> an add has no old value to capture
           MOVE MAST-VALUE TO HIST-OLD-VALUE
           SUBTRACT MAST-VALUE FROM WS-FIXED GIVING WS-HIST-DIFF
           MOVE WS-HIST-DIFF TO HIST-DIFF
           MOVE MAST-TIMESTAMP TO HIST-OLD-STAMP
       END-IF
       MOVE WS-HIST-NEW-TS TO HIST-NEW-STAMP
       MOVE WS-RUN-ID TO HIST-RUN-ID
       MOVE MAST-SERIES TO HIST-SERIES
       MOVE WS-HIST-ACTION TO HIST-ACTION
       MOVE WS-RECORD-RC TO HIST-NEW-RC
       WRITE BERN-HIST-RECORD.
       OPEN-AUDIT-LOG. *> Appends to the audit log if one already exists, otherwise starts one.
       OPEN EXTEND BERN-AUDIT
       MOVE WS-ELAPSED TO STAT-SERVE-HNDS
       MOVE WS-USER-ID TO STAT-USER-ID
       MOVE WS-SER-LETTER TO STAT-SERIES
       MOVE WS-RUN-ID TO STAT-RUN-ID
       WRITE BERN-STAT-RECORD.
       WRITE-EXCEPTION-RECORD. *> Lands this request's bad outcome where automation can trap it.
       MOVE SPACES TO BERN-EXC-RECORD
           MOVE BERN-IN-N TO EXC-N
       END-IF
       MOVE WS-RECORD-RC TO EXC-RETURN-CODE
       MOVE WS-RUN-ID TO EXC-RUN-ID
       EVALUATE WS-RECORD-RC
           WHEN 4
               MOVE "BERN104W" TO EXC-MSG-ID
       MOVE WS-USER-ID TO AUDIT-USER-ID
       MOVE WS-RECORD-RC TO AUDIT-RETURN-CODE
       MOVE WS-SER-LETTER TO AUDIT-SERIES
       MOVE WS-RUN-ID TO AUDIT-RUN-ID
       WRITE BERN-AUDIT-RECORD.
       VALIDATE-N. *> Rejects garbage input and any n too large for the 99-entry b table.
       SET WS-N-VALID TO TRUE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM HASH-ONE-CARD
                   IF BERN-IN-N IS NUMERIC AND BERN-SER-KNOWN
                       PERFORM SCAN-ONE-CARD
                   END-IF
           END-READ
       END-PERFORM
       CLOSE BERN-INPUT.
       HASH-ONE-CARD. *> Folds one card into the deck identity the run-control guard compares.
      * card value = n * 1000, + 100 for a table card, + 10 for high
      * precision, + 1/2/3 for Euler/tangent/unrecognized series;
      * weighted by deck position so a reordered deck is a new deck
       ADD 1 TO WS-DECK-CARDS
       MOVE ZERO TO WS-CARD-VALUE
       IF BERN-IN-N IS NUMERIC
           MULTIPLY BERN-IN-N BY 1000 GIVING WS-CARD-VALUE
       END-IF
       IF BERN-MODE-TABLE
           ADD 100 TO WS-CARD-VALUE
       END-IF
       IF BERN-PREC-HIGH
           ADD 10 TO WS-CARD-VALUE
       END-IF
       EVALUATE TRUE
           WHEN BERN-SER-EULER
               ADD 1 TO WS-CARD-VALUE
           WHEN BERN-SER-TANGENT
               ADD 2 TO WS-CARD-VALUE
           WHEN NOT BERN-SER-KNOWN
               ADD 3 TO WS-CARD-VALUE
       END-EVALUATE
       MULTIPLY WS-DECK-CARDS BY WS-CARD-VALUE
       ADD WS-CARD-VALUE TO WS-DECK-HASH
       IF BERN-IN-RQST-SEQ IS NUMERIC
           ADD BERN-IN-RQST-SEQ TO WS-DECK-SEQH
       END-IF.
       SCAN-ONE-CARD. *> Folds one numeric card into the per-series build maxima.
       EVALUATE TRUE
           WHEN BERN-SER-EULER
           MOVE WS-FIXED TO WS-FIXED-ED
           DISPLAY "BERNOULLI: " WS-SER-LETTER "(" WS-MATH-IDX-ED
               ")=" WS-FIXED-ED
           PERFORM UPDATE-MASTER-RECORD
           PERFORM WRITE-EXTRACT-DETAIL
       END-IF.
       BINOM. *> Beräknar binomialtalen
       MOVE 1 TO r
