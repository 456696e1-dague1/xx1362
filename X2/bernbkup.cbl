      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Nightly unload of the BERNMAST keyed master to a
      *   sequential backup generation. The master is shared DISP=SHR
      *   by bernoulli, bernmstq, bernsum, bernpoly, bernzeta and
      *   bernrcn and rewritten in place every night; if the cluster
      *   is damaged, or a bad run overwrites it, this backup is what
      *   bernrcov reloads. Every record is copied in key order, as
      *   read, between a header carrying the creation stamp and a
      *   trailer carrying the record count, index hash and sum of
      *   MAST-VALUE that the reload is proved against, and the
      *   highest MAST-TIMESTAMP unloaded - bernrcov re-applies the
      *   BERNHIST journal from that stamp forward.
      * Tectonics: cobc
      * Modifications:
      *   - Added so the keyed master can be rebuilt from a known
      *     good copy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernbkup. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BERN-BKUP ASSIGN TO "BERNBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> the keyed master being unloaded
       FD  BERN-BKUP
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNBKUP. *> the backup generation being written
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-MAST-STATUS   PIC XX. *> file status for BERN-MASTER
           88 WS-MAST-OK      VALUE '00'.
       01 WS-BKUP-STATUS   PIC XX. *> file status for BERN-BKUP
           88 WS-BKUP-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the master
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up - the backup's creation stamp
       01 WS-COPY-COUNT    PIC 9(7) VALUE ZERO. *> detail records written
       01 WS-SUSPECT-COUNT PIC 9(7) VALUE ZERO. *> of those, carrying a non-zero return code
       01 WS-INDEX-HASH    PIC 9(9) VALUE ZERO. *> sum of their indices
       01 WS-VALUE-SUM     PIC S9(10)V9(12) VALUE ZERO. *> sum of their values
       01 WS-HIGH-STAMP    PIC X(21) VALUE SPACES. *> highest MAST-TIMESTAMP seen
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control-total lines
       01 WS-HASH-ED       PIC Z(8)9. *> the index hash, edited
       01 WS-VSUM-ED       PIC -(10)9.9(12). *> the value sum, edited
       PROCEDURE DIVISION.
       MAIN-BACKUP. *> Opens both files, unloads every record, writes the totals.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       DISPLAY "BERNBKUP: MASTER BACKUP TAKEN " WS-RUN-STAMP(1:16)
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNBKUP: master file unavailable, status "
               WS-MAST-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN OUTPUT BERN-BKUP
       IF NOT WS-BKUP-OK
           DISPLAY "BERNBKUP: backup file unavailable, status "
               WS-BKUP-STATUS
           CLOSE BERN-MASTER
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SPACES TO BERN-BKUP-RECORD
       SET BKUP-HEADER TO TRUE
       MOVE WS-RUN-STAMP TO BKUP-CREATED
       WRITE BERN-BKUP-RECORD
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-MASTER NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM COPY-ONE-RECORD
           END-READ
       END-PERFORM
       MOVE SPACES TO BERN-BKUP-RECORD
       SET BKUP-TRAILER TO TRUE
       MOVE WS-COPY-COUNT TO BKUP-REC-COUNT
       MOVE WS-INDEX-HASH TO BKUP-INDEX-HASH
       MOVE WS-VALUE-SUM TO BKUP-VALUE-SUM
       MOVE WS-HIGH-STAMP TO BKUP-HIGH-STAMP
       WRITE BERN-BKUP-RECORD
       CLOSE BERN-MASTER
       CLOSE BERN-BKUP
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       COPY-ONE-RECORD. *> Unloads the master record in hand and adds it to the totals.
       MOVE SPACES TO BERN-BKUP-RECORD
       SET BKUP-DETAIL TO TRUE
       MOVE BERN-MAST-RECORD TO BKUP-MAST-IMAGE
       WRITE BERN-BKUP-RECORD
       ADD 1 TO WS-COPY-COUNT
       IF MAST-RETURN-CODE NOT = ZERO
           ADD 1 TO WS-SUSPECT-COUNT
       END-IF
       ADD MAST-INDEX TO WS-INDEX-HASH
       ADD MAST-VALUE TO WS-VALUE-SUM
       IF MAST-TIMESTAMP > WS-HIGH-STAMP
           MOVE MAST-TIMESTAMP TO WS-HIGH-STAMP
       END-IF.
       PRINT-CONTROL-TOTALS. *> What went into the backup - the trailer carries the same figures.
       DISPLAY " "
       DISPLAY "BACKUP CONTROL TOTALS"
       MOVE WS-COPY-COUNT TO WS-COUNT-ED
       MOVE WS-INDEX-HASH TO WS-HASH-ED
       DISPLAY "  MASTER RECORDS UNLOADED . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-SUSPECT-COUNT TO WS-COUNT-ED
       DISPLAY "    WITH A NON-ZERO RC  . . . " WS-COUNT-ED
       MOVE WS-VALUE-SUM TO WS-VSUM-ED
       DISPLAY "  SUM OF MAST-VALUE . . . . . " WS-VSUM-ED
       DISPLAY "  HIGHEST MASTER STAMP  . . . " WS-HIGH-STAMP(1:16)
       IF WS-COPY-COUNT = ZERO
           DISPLAY "  MASTER IS EMPTY - CHECK IT BEFORE THE NEXT RUN"
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
       END-IF.
       END PROGRAM bernbkup.
