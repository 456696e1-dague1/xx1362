      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: One-time conversion of the BERNMAST keyed master from
      *   the Bernoulli-only layout (40 bytes, key = MAST-INDEX) to
      *   the series-keyed layout (41 bytes, key = MAST-KEY, i.e.
      *   series letter plus index) that lets the master carry Euler
      *   and tangent values alongside Bernoulli ones. Reads the old
      *   cluster in key order through OLDMAST, writes each record to
      *   the freshly defined new cluster through BERNMAST with series
      *   'B' and every other field unchanged, and prints control
      *   totals (records and an index hash total, read against
      *   written) so the conversion proves nothing was dropped
      *   before job BERNMCNV swaps the new cluster into place.
      * Tectonics: cobc
      * Modifications:
      *   - Added to convert the master when it was re-keyed on
      *     series plus index.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernmcnv. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "OLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-INDEX
               FILE STATUS IS WS-OLD-STATUS.
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  OLD-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-MAST-RECORD. *> the master as bernoulli wrote it before the series key
           05 OLD-INDEX        PIC 9(5). *> Bernoulli index, the old record key
           05 OLD-VALUE        PIC S9(6)V9(12) COMP-3. *> fixed-point B(index)
           05 OLD-TIMESTAMP    PIC X(21). *> start stamp of the run that produced it
           05 OLD-RETURN-CODE  PIC 9(4). *> that request's own outcome
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> the series-keyed layout being loaded
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-OLD-STATUS    PIC XX. *> file status for OLD-MASTER
           88 WS-OLD-OK       VALUE '00'.
       01 WS-MAST-STATUS   PIC XX. *> file status for BERN-MASTER
           88 WS-MAST-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the old master
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-READ-COUNT    PIC 9(7) VALUE ZERO. *> old records read
       01 WS-READ-HASH     PIC 9(9) VALUE ZERO. *> sum of their indices
       01 WS-WRITE-COUNT   PIC 9(7) VALUE ZERO. *> new records written
       01 WS-WRITE-HASH    PIC 9(9) VALUE ZERO. *> sum of their indices
       01 WS-FAIL-COUNT    PIC 9(7) VALUE ZERO. *> records the new cluster refused
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control-total lines
       01 WS-HASH-ED       PIC Z(8)9. *> hash totals, edited for the control-total lines
       PROCEDURE DIVISION.
       MAIN-CONVERT. *> Opens both clusters, copies every record across, proves the totals.
       DISPLAY "BERNMCNV: MASTER CONVERSION TO SERIES + INDEX KEY"
       OPEN INPUT OLD-MASTER
       IF NOT WS-OLD-OK
           DISPLAY "BERNMCNV: old master unavailable, status "
               WS-OLD-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN OUTPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNMCNV: new master unavailable, status "
               WS-MAST-STATUS
           CLOSE OLD-MASTER
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ OLD-MASTER NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-ONE-RECORD
           END-READ
       END-PERFORM
       CLOSE OLD-MASTER
       CLOSE BERN-MASTER
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       CONVERT-ONE-RECORD. *> Re-keys one old record under series 'B' and loads it.
       ADD 1 TO WS-READ-COUNT
       ADD OLD-INDEX TO WS-READ-HASH
       SET MAST-BERNOULLI TO TRUE
       MOVE OLD-INDEX TO MAST-INDEX
       MOVE OLD-VALUE TO MAST-VALUE
       MOVE OLD-TIMESTAMP TO MAST-TIMESTAMP
       MOVE OLD-RETURN-CODE TO MAST-RETURN-CODE
       WRITE BERN-MAST-RECORD
           INVALID KEY
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "BERNMCNV: B(" OLD-INDEX ") NOT LOADED, STATUS "
                   WS-MAST-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITE-COUNT
               ADD MAST-INDEX TO WS-WRITE-HASH
       END-WRITE.
       PRINT-CONTROL-TOTALS. *> Read against written - any difference fails the conversion.
       DISPLAY " "
       DISPLAY "CONVERSION CONTROL TOTALS"
       MOVE WS-READ-COUNT TO WS-COUNT-ED
       MOVE WS-READ-HASH TO WS-HASH-ED
       DISPLAY "  OLD RECORDS READ . . . . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-WRITE-COUNT TO WS-COUNT-ED
       MOVE WS-WRITE-HASH TO WS-HASH-ED
       DISPLAY "  NEW RECORDS WRITTEN  . . . " WS-COUNT-ED
           "   INDEX HASH " WS-HASH-ED
       MOVE WS-FAIL-COUNT TO WS-COUNT-ED
       DISPLAY "  RECORDS NOT LOADED . . . . " WS-COUNT-ED
       IF WS-READ-COUNT NOT = WS-WRITE-COUNT
           OR WS-READ-HASH NOT = WS-WRITE-HASH
           DISPLAY "  TOTALS DO NOT BALANCE - DO NOT SWAP THE CLUSTERS"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
       ELSE
           DISPLAY "  TOTALS BALANCE"
       END-IF.
       END PROGRAM bernmcnv.
