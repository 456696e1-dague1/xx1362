      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Takes a named, frozen snapshot of the BERNMAST keyed
      *   master. The master is rewritten in place every night, so a
      *   quarter-end bernsum/bernpoly/bernzeta run could not be
      *   reproduced once later runs had moved it on. This program
      *   copies every clean master record (MAST-RETURN-CODE zero) in
      *   key order to a new sequential snapshot dataset under the
      *   name given on the PARM (e.g. PARM='2026Q3'), framed by a
      *   header carrying the name and creation stamp and a trailer
      *   carrying the record count, index hash and value hash totals
      *   the readers verify before trusting a value. Job BERNSNAP
      *   allocates the dataset NEW, so a snapshot once taken is never
      *   overwritten; bernsum, bernpoly and bernzeta read it when
      *   their own PARM names it.
      * Tectonics: cobc
      * Modifications:
      *   - Added for reproducible quarter-end model runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernsnap. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-SNAP ASSIGN TO "BERNSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> the keyed master being frozen
       FD  BERN-SNAP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNSNAP. *> the snapshot being written
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-MAST-STATUS   PIC XX. *> file status for BERN-MASTER
           88 WS-MAST-OK      VALUE '00'.
       01 WS-SNAP-STATUS   PIC XX. *> file status for BERN-SNAP
           88 WS-SNAP-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the master
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-SNAP-NAME     PIC X(8) VALUE SPACES. *> the snapshot name off the PARM
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up - the snapshot's creation stamp
       01 WS-READ-COUNT    PIC 9(7) VALUE ZERO. *> master records read
       01 WS-SKIP-COUNT    PIC 9(7) VALUE ZERO. *> of those, suspect (non-zero return code) and left out
       01 WS-COPY-COUNT    PIC 9(7) VALUE ZERO. *> detail records written
       01 WS-INDEX-HASH    PIC 9(9) VALUE ZERO. *> sum of their indices
       01 WS-VALUE-HASH    PIC S9(10)V9(12) VALUE ZERO. *> sum of their values
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control-total lines
       01 WS-HASH-ED       PIC Z(8)9. *> the index hash, edited
       01 WS-VHASH-ED      PIC -(10)9.9(12). *> the value hash, edited
       LINKAGE SECTION.
       01 PARM-AREA. *> EXEC PARM='name' - the snapshot name, 1-8 characters
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(8).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-SNAPSHOT. *> Names the snapshot, copies the clean records, writes the totals.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN > 0 AND PARM-LEN <= 8
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-SNAP-NAME
           END-IF
       END-IF
       IF WS-SNAP-NAME = SPACES
           DISPLAY "BERNSNAP: snapshot name (1-8 characters) required"
               " on the PARM"
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "BERNSNAP: COEFFICIENT SNAPSHOT " WS-SNAP-NAME
           " TAKEN " WS-RUN-STAMP(1:16)
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNSNAP: master file unavailable, status "
               WS-MAST-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN OUTPUT BERN-SNAP
       IF NOT WS-SNAP-OK
           DISPLAY "BERNSNAP: snapshot file unavailable, status "
               WS-SNAP-STATUS
           CLOSE BERN-MASTER
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SPACES TO BERN-SNAP-RECORD
       SET SNAP-HEADER TO TRUE
       MOVE WS-SNAP-NAME TO SNAP-NAME
       MOVE WS-RUN-STAMP TO SNAP-CREATED
       WRITE BERN-SNAP-RECORD
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-MASTER NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM COPY-ONE-RECORD
           END-READ
       END-PERFORM
       MOVE SPACES TO BERN-SNAP-RECORD
       SET SNAP-TRAILER TO TRUE
       MOVE WS-SNAP-NAME TO SNAP-NAME
       MOVE WS-COPY-COUNT TO SNAP-REC-COUNT
       MOVE WS-INDEX-HASH TO SNAP-INDEX-HASH
       MOVE WS-VALUE-HASH TO SNAP-VALUE-HASH
       WRITE BERN-SNAP-RECORD
       CLOSE BERN-MASTER
       CLOSE BERN-SNAP
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       COPY-ONE-RECORD. *> Copies a clean master record into the snapshot; suspect ones stay out.
       ADD 1 TO WS-READ-COUNT
       IF MAST-RETURN-CODE NOT = ZERO
           ADD 1 TO WS-SKIP-COUNT
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO BERN-SNAP-RECORD
       SET SNAP-DETAIL TO TRUE
       MOVE WS-SNAP-NAME TO SNAP-NAME
       MOVE MAST-SERIES TO SNAP-SERIES
       MOVE MAST-INDEX TO SNAP-INDEX
       MOVE MAST-VALUE TO SNAP-VALUE
       MOVE MAST-TIMESTAMP TO SNAP-MAST-STAMP
       WRITE BERN-SNAP-RECORD
       ADD 1 TO WS-COPY-COUNT
       ADD MAST-INDEX TO WS-INDEX-HASH
       ADD MAST-VALUE TO WS-VALUE-HASH.
       PRINT-CONTROL-TOTALS. *> What went into the snapshot - the trailer carries the same figures.
       DISPLAY " "
       DISPLAY "SNAPSHOT CONTROL TOTALS"
       MOVE WS-READ-COUNT TO WS-COUNT-ED
       DISPLAY "  MASTER RECORDS READ  . . . " WS-COUNT-ED
       MOVE WS-SKIP-COUNT TO WS-COUNT-ED
       DISPLAY "  SUSPECT, LEFT OUT  . . . . " WS-COUNT-ED
       MOVE WS-COPY-COUNT TO WS-COUNT-ED
       MOVE WS-INDEX-HASH TO WS-HASH-ED
       DISPLAY "  SNAPSHOT RECORDS . . . . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-VALUE-HASH TO WS-VHASH-ED
       DISPLAY "  VALUE HASH . . . . . . . . " WS-VHASH-ED
       IF WS-COPY-COUNT = ZERO
           DISPLAY "  SNAPSHOT IS EMPTY - DO NOT RUN MODELS AGAINST IT"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
       END-IF.
       END PROGRAM bernsnap.
