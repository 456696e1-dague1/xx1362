      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Rebuilds the BERNMAST keyed master after the cluster
      *   is damaged or a bad run overwrites it. Reloads the chosen
      *   BERNBKUP backup generation into a freshly defined, empty
      *   cluster, then reads the loaded cluster back and proves it
      *   against the backup's trailer (record count, index hash, sum
      *   of MAST-VALUE) - a reload that does not balance stops here,
      *   RC 12, with nothing re-applied. A balanced reload is brought
      *   forward by re-applying the BERNHIST journal: every record
      *   stamped at or after the highest MAST-TIMESTAMP in the backup
      *   is applied in file order - the new value, its run stamp and
      *   its return code are written back under the record's series
      *   and index, added if the key is not on the master yet. A
      *   journal record of a run already in the backup just writes
      *   the same value again, so starting at that stamp rather than
      *   after it loses nothing and changes nothing. Journal records
      *   written before the history carried an action and return code
      *   (blank action) were all value changes; they are applied
      *   keeping the return code already on the master, and flagged.
      *   Every re-applied record is listed, then the restore and
      *   re-apply totals, for the restore to be checked and signed
      *   off before job BERNRCOV swaps the rebuilt cluster in. An
      *   optional PARM='STOP=yyyymmddhhmmsscc' (a run ID) stops the
      *   replay short of a bad run: journal records of that run and
      *   every later one are counted but not re-applied, so the
      *   master comes back to the last good state before it.
      * Tectonics: cobc
      * Modifications:
      *   - Added with the nightly BERNBKUP backup, to recover the
      *     master without rerunning every historical deck.
      *   - PARM='STOP=run ID' added - the replay stops before that
      *     run, so a bad run's values are not re-applied. A backup
      *     already holding that run or a later one is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernrcov. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-BKUP ASSIGN TO "BERNBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-HIST ASSIGN TO "BERNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-BKUP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNBKUP. *> the backup generation being reloaded
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> the freshly defined cluster being rebuilt
       FD  BERN-HIST
           RECORDING MODE IS F
           RECORD CONTAINS 138 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD. *> reading view of BERN-HIST-RECORD as bernoulli writes it
           05 HS-INDEX         PIC Z(4)9. *> the index written
           05 FILLER           PIC X(01).
           05 HS-OLD-VALUE     PIC X(20). *> what the master said before, edited - blank on an add
           05 FILLER           PIC X(01).
           05 HS-NEW-VALUE     PIC -(6)9.9(12). *> the value the run stored
           05 FILLER           PIC X(01).
           05 HS-DIFF          PIC X(20). *> new minus old, edited
           05 FILLER           PIC X(01).
           05 HS-OLD-STAMP     PIC X(21). *> run timestamp of the replaced value
           05 FILLER           PIC X(01).
           05 HS-NEW-STAMP     PIC X(21). *> run timestamp of the value stored - MAST-TIMESTAMP
           05 FILLER           PIC X(01).
           05 HS-RUN-ID        PIC X(16). *> the run that stored it - blank on records before run IDs
           05 FILLER           PIC X(01).
           05 HS-SERIES        PIC X(1). *> B(ernoulli), E(uler) or T(angent) - blank on older records = B
           05 FILLER           PIC X(01).
           05 HS-ACTION        PIC X(1). *> C(hanged), A(dded) or R(ewritten, same value) - blank on older records
               88 HS-CHANGED         VALUE 'C'.
               88 HS-ADDED           VALUE 'A'.
               88 HS-REFRESHED       VALUE 'R'.
               88 HS-LEGACY          VALUE ' '.
           05 FILLER           PIC X(01).
           05 HS-NEW-RC        PIC 9(4). *> return code stored with the value
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-BKUP-STATUS   PIC XX. *> file status for BERN-BKUP
           88 WS-BKUP-OK      VALUE '00'.
       01 WS-MAST-STATUS   PIC XX. *> file status for BERN-MASTER
           88 WS-MAST-OK      VALUE '00'.
       01 WS-HIST-STATUS   PIC XX. *> file status for BERN-HIST
           88 WS-HIST-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the current read pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-BKUP-STATE    PIC X VALUE 'H'. *> the backup record type expected next
           88 WS-EXPECT-HEADER   VALUE 'H'.
           88 WS-EXPECT-DETAIL   VALUE 'D'.
           88 WS-BKUP-DONE       VALUE 'T'.
       01 WS-BKUP-REASON   PIC X(32) VALUE SPACES. *> why the backup was refused - blank when it is sound
       01 WS-BKUP-CREATED  PIC X(21) VALUE SPACES. *> the backup's creation stamp off its header
       01 WS-TRL-COUNT     PIC 9(7) VALUE ZERO. *> the trailer's control totals
       01 WS-TRL-HASH      PIC 9(9) VALUE ZERO.
       01 WS-TRL-SUM       PIC S9(10)V9(12) VALUE ZERO.
       01 WS-HIGH-STAMP    PIC X(21) VALUE SPACES. *> the trailer's highest MAST-TIMESTAMP - where the replay starts
       01 WS-BKUP-READ     PIC 9(7) VALUE ZERO. *> detail records read off the backup
       01 WS-LOAD-FAILED   PIC 9(7) VALUE ZERO. *> of those, refused by the cluster
       01 WS-CLU-COUNT     PIC 9(7) VALUE ZERO. *> the reloaded cluster, counted back
       01 WS-CLU-HASH      PIC 9(9) VALUE ZERO.
       01 WS-CLU-SUM       PIC S9(10)V9(12) VALUE ZERO.
       01 WS-HIST-READ     PIC 9(7) VALUE ZERO. *> journal records read
       01 WS-HIST-BEFORE   PIC 9(7) VALUE ZERO. *> of those, older than the backup - already in it
       01 WS-HIST-STOPPED  PIC 9(7) VALUE ZERO. *> of those, at or after the stop point - left out
       01 WS-STOP-STAMP    PIC X(16) VALUE SPACES. *> PARM stop point - run ID to stop before, spaces = replay to the end
       01 WS-HS-RUN        PIC X(16). *> run of the journal record in hand - its run ID, or its stamp on older records
       01 WS-APPLY-CHANGED PIC 9(7) VALUE ZERO. *> re-applied, by journal action
       01 WS-APPLY-ADDED   PIC 9(7) VALUE ZERO.
       01 WS-APPLY-REFRESH PIC 9(7) VALUE ZERO.
       01 WS-APPLY-LEGACY  PIC 9(7) VALUE ZERO.
       01 WS-APPLY-FAILED  PIC 9(7) VALUE ZERO. *> journal records the cluster refused
       01 WS-APPLY-HOW     PIC X(7). *> ADDED or UPDATED, for the re-apply line
       01 WS-LAST-STAMP    PIC X(21) VALUE SPACES. *> stamp of the last record re-applied
       01 WS-N-ED          PIC Z(4)9. *> report editing - index
       01 WS-RC-ED         PIC Z(3)9. *> report editing - return code
       01 WS-COUNT-ED      PIC Z(6)9. *> report editing - counts
       01 WS-HASH-ED       PIC Z(8)9. *> report editing - index hash
       01 WS-VSUM-ED       PIC -(10)9.9(12). *> report editing - value sum
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='STOP=yyyymmddhhmmsscc' - run ID to stop the replay before
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(24).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-RECOVER. *> Reloads the backup, proves it, re-applies the journal, totals.
       DISPLAY "BERNRCOV: BERNMAST RECOVERY FROM BACKUP AND BERNHIST"
       PERFORM SET-STOP-FROM-PARM
       PERFORM RELOAD-BACKUP
       PERFORM VERIFY-RELOAD
       PERFORM REAPPLY-JOURNAL
       PERFORM PRINT-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-STOP-FROM-PARM. *> The optional stop point - checked before the empty cluster is touched.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > ZERO AND PARM-LEN <= 24
               IF PARM-LEN NOT = 21 OR PARM-TEXT(1:5) NOT = "STOP="
                   OR PARM-TEXT(6:16) IS NOT NUMERIC
                   DISPLAY "BERNRCOV: PARM MUST BE"
                       " 'STOP=yyyymmddhhmmsscc' OR OMITTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARM-TEXT(6:16) TO WS-STOP-STAMP
           END-IF
       END-IF
       IF WS-STOP-STAMP NOT = SPACES
           DISPLAY "  REPLAY STOPS BEFORE RUN " WS-STOP-STAMP
       END-IF.
       RELOAD-BACKUP. *> Loads every backup detail into the empty cluster, checking the framing.
       OPEN INPUT BERN-BKUP
       IF NOT WS-BKUP-OK
           DISPLAY "BERNRCOV: backup file unavailable, status "
               WS-BKUP-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN OUTPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNRCOV: master cluster unavailable, status "
               WS-MAST-STATUS
           CLOSE BERN-BKUP
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF OR WS-BKUP-REASON NOT = SPACES
           READ BERN-BKUP
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM LOAD-ONE-BKUP-RECORD
           END-READ
       END-PERFORM
       CLOSE BERN-BKUP
       CLOSE BERN-MASTER
       IF WS-BKUP-REASON = SPACES AND NOT WS-BKUP-DONE
           MOVE "NO TRAILER - BACKUP INCOMPLETE" TO WS-BKUP-REASON
       END-IF
       IF WS-BKUP-REASON NOT = SPACES
           DISPLAY "BERNRCOV: backup refused - " WS-BKUP-REASON
           DISPLAY "BERNRCOV: nothing re-applied, do not swap the"
               " clusters"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "  BACKUP TAKEN " WS-BKUP-CREATED(1:16)
           ", HIGHEST MASTER STAMP " WS-HIGH-STAMP(1:16)
       IF WS-STOP-STAMP NOT = SPACES
           AND WS-HIGH-STAMP(1:16) NOT < WS-STOP-STAMP
           DISPLAY "BERNRCOV: backup already holds run "
               WS-HIGH-STAMP(1:16) ", at or after the stop point -"
           DISPLAY "BERNRCOV: take an earlier generation, nothing"
               " re-applied, do not swap the clusters"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       LOAD-ONE-BKUP-RECORD. *> Header, then details, then one trailer - anything else refuses the backup.
       EVALUATE TRUE
           WHEN BKUP-HEADER AND WS-EXPECT-HEADER
               MOVE BKUP-CREATED TO WS-BKUP-CREATED
               SET WS-EXPECT-DETAIL TO TRUE
           WHEN BKUP-DETAIL AND WS-EXPECT-DETAIL
               ADD 1 TO WS-BKUP-READ
               MOVE BKUP-MAST-IMAGE TO BERN-MAST-RECORD
               WRITE BERN-MAST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-FAILED
                       MOVE MAST-INDEX TO WS-N-ED
                       DISPLAY "BERNRCOV: " MAST-SERIES "(" WS-N-ED
                           ") NOT RELOADED, STATUS " WS-MAST-STATUS
               END-WRITE
           WHEN BKUP-TRAILER AND WS-EXPECT-DETAIL
               MOVE BKUP-REC-COUNT TO WS-TRL-COUNT
               MOVE BKUP-INDEX-HASH TO WS-TRL-HASH
               MOVE BKUP-VALUE-SUM TO WS-TRL-SUM
               MOVE BKUP-HIGH-STAMP TO WS-HIGH-STAMP
               SET WS-BKUP-DONE TO TRUE
           WHEN WS-EXPECT-HEADER
               MOVE "FIRST RECORD IS NOT A HEADER" TO WS-BKUP-REASON
           WHEN WS-BKUP-DONE
               MOVE "RECORDS FOLLOW THE TRAILER" TO WS-BKUP-REASON
           WHEN OTHER
               MOVE "UNKNOWN OR OUT-OF-ORDER RECORD" TO WS-BKUP-REASON
       END-EVALUATE.
       VERIFY-RELOAD. *> Counts the rebuilt cluster back - it must match the backup trailer exactly.
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNRCOV: master cluster unavailable, status "
               WS-MAST-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-MASTER NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLU-COUNT
                   ADD MAST-INDEX TO WS-CLU-HASH
                   ADD MAST-VALUE TO WS-CLU-SUM
           END-READ
       END-PERFORM
       CLOSE BERN-MASTER
       DISPLAY " "
       DISPLAY "RESTORE CONTROL TOTALS"
       MOVE WS-TRL-COUNT TO WS-COUNT-ED
       MOVE WS-TRL-HASH TO WS-HASH-ED
       DISPLAY "  BACKUP TRAILER  . . . . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-TRL-SUM TO WS-VSUM-ED
       DISPLAY "                              VALUE SUM  " WS-VSUM-ED
       MOVE WS-CLU-COUNT TO WS-COUNT-ED
       MOVE WS-CLU-HASH TO WS-HASH-ED
       DISPLAY "  RELOADED CLUSTER  . . . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-CLU-SUM TO WS-VSUM-ED
       DISPLAY "                              VALUE SUM  " WS-VSUM-ED
       MOVE WS-BKUP-READ TO WS-COUNT-ED
       DISPLAY "  BACKUP DETAILS READ . . . " WS-COUNT-ED
       MOVE WS-LOAD-FAILED TO WS-COUNT-ED
       DISPLAY "  NOT RELOADED  . . . . . . " WS-COUNT-ED
       IF WS-CLU-COUNT NOT = WS-TRL-COUNT
           OR WS-CLU-HASH NOT = WS-TRL-HASH
           OR WS-CLU-SUM NOT = WS-TRL-SUM
           OR WS-BKUP-READ NOT = WS-TRL-COUNT
           DISPLAY "  TOTALS DO NOT BALANCE - NOTHING RE-APPLIED,"
               " DO NOT SWAP THE CLUSTERS"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "  TOTALS BALANCE".
       REAPPLY-JOURNAL. *> Applies the journal from the backup's high-water stamp up to any stop point, in file order.
       OPEN INPUT BERN-HIST
       IF NOT WS-HIST-OK
           DISPLAY "BERNRCOV: history file unavailable, status "
               WS-HIST-STATUS
           DISPLAY "BERNRCOV: cluster holds the backup only, not"
               " brought forward"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN I-O BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNRCOV: master cluster unavailable, status "
               WS-MAST-STATUS
           CLOSE BERN-HIST
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY " "
       DISPLAY "RE-APPLIED FROM BERNHIST"
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-HIST
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   IF HS-RUN-ID = SPACES
                       MOVE HS-NEW-STAMP(1:16) TO WS-HS-RUN
                   ELSE
                       MOVE HS-RUN-ID TO WS-HS-RUN
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-STOP-STAMP NOT = SPACES
                           AND WS-HS-RUN NOT < WS-STOP-STAMP
                           ADD 1 TO WS-HIST-STOPPED
                       WHEN HS-NEW-STAMP(1:16) < WS-HIGH-STAMP(1:16)
                           ADD 1 TO WS-HIST-BEFORE
                       WHEN OTHER
                           PERFORM APPLY-ONE-JOURNAL-RECORD
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE BERN-HIST
       CLOSE BERN-MASTER
       IF WS-APPLY-CHANGED + WS-APPLY-ADDED + WS-APPLY-REFRESH
           + WS-APPLY-LEGACY + WS-APPLY-FAILED = ZERO
           DISPLAY "  (NONE - THE BACKUP IS THE LAST GOOD STATE)"
       END-IF.
       APPLY-ONE-JOURNAL-RECORD. *> Writes the journal record's value back under its key - added or updated.
       IF HS-SERIES = SPACE
           SET MAST-BERNOULLI TO TRUE
       ELSE
           MOVE HS-SERIES TO MAST-SERIES
       END-IF
       MOVE HS-INDEX TO MAST-INDEX
       READ BERN-MASTER
           INVALID KEY
               MOVE "ADDED" TO WS-APPLY-HOW
               MOVE ZERO TO MAST-RETURN-CODE
           NOT INVALID KEY
               MOVE "UPDATED" TO WS-APPLY-HOW
       END-READ
       MOVE HS-NEW-VALUE TO MAST-VALUE
       MOVE HS-NEW-STAMP TO MAST-TIMESTAMP
       IF NOT HS-LEGACY *> older records carry no return code - keep the one on the master
           MOVE HS-NEW-RC TO MAST-RETURN-CODE
       END-IF
       IF WS-APPLY-HOW = "ADDED"
           WRITE BERN-MAST-RECORD
               INVALID KEY
                   MOVE "FAILED" TO WS-APPLY-HOW
           END-WRITE
       ELSE
           REWRITE BERN-MAST-RECORD
               INVALID KEY
                   MOVE "FAILED" TO WS-APPLY-HOW
           END-REWRITE
       END-IF
       MOVE MAST-INDEX TO WS-N-ED
       MOVE MAST-RETURN-CODE TO WS-RC-ED
       DISPLAY "  " MAST-SERIES "(" WS-N-ED ") " HS-NEW-VALUE " RC "
           WS-RC-ED " RUN " HS-NEW-STAMP(1:16) " ACTION "
           HS-ACTION " " WS-APPLY-HOW
       IF WS-APPLY-HOW = "FAILED"
           ADD 1 TO WS-APPLY-FAILED
           DISPLAY "BERNRCOV: " MAST-SERIES "(" WS-N-ED
               ") NOT RE-APPLIED, STATUS " WS-MAST-STATUS
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE HS-NEW-STAMP TO WS-LAST-STAMP
       EVALUATE TRUE
           WHEN HS-CHANGED
               ADD 1 TO WS-APPLY-CHANGED
           WHEN HS-ADDED
               ADD 1 TO WS-APPLY-ADDED
           WHEN HS-REFRESHED
               ADD 1 TO WS-APPLY-REFRESH
           WHEN OTHER
               ADD 1 TO WS-APPLY-LEGACY
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
       END-EVALUATE.
       PRINT-TOTALS. *> What was restored and what was re-applied - the sign-off figures.
       DISPLAY " "
       DISPLAY "RECOVERY TOTALS"
       MOVE WS-CLU-COUNT TO WS-COUNT-ED
       DISPLAY "  RECORDS RESTORED FROM BACKUP  . " WS-COUNT-ED
       MOVE WS-HIST-READ TO WS-COUNT-ED
       DISPLAY "  JOURNAL RECORDS READ  . . . . . " WS-COUNT-ED
       MOVE WS-HIST-BEFORE TO WS-COUNT-ED
       DISPLAY "    OLDER THAN THE BACKUP . . . . " WS-COUNT-ED
       MOVE WS-APPLY-CHANGED TO WS-COUNT-ED
       DISPLAY "    RE-APPLIED - VALUE CHANGED  . " WS-COUNT-ED
       MOVE WS-APPLY-ADDED TO WS-COUNT-ED
       DISPLAY "    RE-APPLIED - ENTRY ADDED  . . " WS-COUNT-ED
       MOVE WS-APPLY-REFRESH TO WS-COUNT-ED
       DISPLAY "    RE-APPLIED - SAME VALUE . . . " WS-COUNT-ED
       MOVE WS-APPLY-LEGACY TO WS-COUNT-ED
       DISPLAY "    RE-APPLIED - OLDER RECORD . . " WS-COUNT-ED
       MOVE WS-APPLY-FAILED TO WS-COUNT-ED
       DISPLAY "    NOT RE-APPLIED  . . . . . . . " WS-COUNT-ED
       IF WS-STOP-STAMP NOT = SPACES
           MOVE WS-HIST-STOPPED TO WS-COUNT-ED
           DISPLAY "    NOT RE-APPLIED - AT/AFTER STOP POINT "
               WS-COUNT-ED
       END-IF
       IF WS-LAST-STAMP = SPACES
           DISPLAY "  MASTER RESTORED AS OF BACKUP "
               WS-BKUP-CREATED(1:16)
       ELSE
           DISPLAY "  MASTER BROUGHT FORWARD TO RUN "
               WS-LAST-STAMP(1:16)
       END-IF
       IF WS-STOP-STAMP NOT = SPACES
           DISPLAY "  STOPPED BEFORE RUN " WS-STOP-STAMP
       END-IF
       IF WS-APPLY-LEGACY > ZERO
           DISPLAY "  OLDER JOURNAL RECORDS CARRY NO RETURN CODE -"
               " CHECK THE RC OF THOSE ENTRIES"
       END-IF.
       END PROGRAM bernrcov.
