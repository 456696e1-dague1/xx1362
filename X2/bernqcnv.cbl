      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: One-time conversion of the BERNRQST keyed request
      *   queue from the 55-byte layout to the 130-byte layout that
      *   carries the pre-step's deferral marker, date, night count
      *   and reason and the request's cost estimate. Reads the old
      *   cluster in key order through OLDRQST, writes each record to
      *   the freshly defined new cluster through BERNRQST with every
      *   old field unchanged and the new ones blank (not deferred,
      *   no estimate), and prints control totals (records and a
      *   sequence-number hash total, read against written) so the
      *   conversion proves nothing was dropped before job BERNQCNV
      *   swaps the new cluster into place.
      * Tectonics: cobc
      * Modifications:
      *   - Added to convert the queue when it was widened for
      *     batch-window admission control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernqcnv. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RQST ASSIGN TO "OLDRQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SEQ
               FILE STATUS IS WS-OLD-STATUS.
           SELECT BERN-RQST ASSIGN TO "BERNRQST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQST-SEQ
               FILE STATUS IS WS-RQST-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  OLD-RQST
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-RQST-RECORD. *> the queue record before the deferral fields
           05 OLD-SEQ          PIC 9(5). *> entry sequence number, the old record key
           05 OLD-N            PIC 9(5).
           05 OLD-MODE         PIC X.
           05 OLD-PREC         PIC X.
           05 OLD-SERIES       PIC X.
           05 OLD-USER         PIC X(8).
           05 OLD-ENTERED      PIC X(21).
           05 OLD-STATUS       PIC X.
           05 OLD-RETURN-CODE  PIC 9(4).
           05 OLD-RUN-DATE     PIC X(8).
       FD  BERN-RQST
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRQST. *> the widened layout being loaded
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-OLD-STATUS    PIC XX. *> file status for OLD-RQST
           88 WS-OLD-OK       VALUE '00'.
       01 WS-RQST-STATUS   PIC XX. *> file status for BERN-RQST
           88 WS-RQST-OK      VALUE '00'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the old queue
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-READ-COUNT    PIC 9(7) VALUE ZERO. *> old records read
       01 WS-READ-HASH     PIC 9(9) VALUE ZERO. *> sum of their sequence numbers
       01 WS-WRITE-COUNT   PIC 9(7) VALUE ZERO. *> new records written
       01 WS-WRITE-HASH    PIC 9(9) VALUE ZERO. *> sum of their sequence numbers
       01 WS-FAIL-COUNT    PIC 9(7) VALUE ZERO. *> records the new cluster refused
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the control-total lines
       01 WS-HASH-ED       PIC Z(8)9. *> hash totals, edited for the control-total lines
       PROCEDURE DIVISION.
       MAIN-CONVERT. *> Opens both clusters, copies every record across, proves the totals.
       DISPLAY "BERNQCNV: REQUEST QUEUE CONVERSION TO 130 BYTES"
       OPEN INPUT OLD-RQST
       IF NOT WS-OLD-OK
           DISPLAY "BERNQCNV: old request queue unavailable, status "
               WS-OLD-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN OUTPUT BERN-RQST
       IF NOT WS-RQST-OK
           DISPLAY "BERNQCNV: new request queue unavailable, status "
               WS-RQST-STATUS
           CLOSE OLD-RQST
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ OLD-RQST NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-ONE-RECORD
           END-READ
       END-PERFORM
       CLOSE OLD-RQST
       CLOSE BERN-RQST
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       CONVERT-ONE-RECORD. *> Carries one old record across with the new fields blank.
       ADD 1 TO WS-READ-COUNT
       ADD OLD-SEQ TO WS-READ-HASH
       MOVE SPACES TO BERN-RQST-RECORD
       MOVE OLD-SEQ TO RQST-SEQ
       MOVE OLD-N TO RQST-N
       MOVE OLD-MODE TO RQST-MODE
       MOVE OLD-PREC TO RQST-PREC
       MOVE OLD-SERIES TO RQST-SERIES
       MOVE OLD-USER TO RQST-USER
       MOVE OLD-ENTERED TO RQST-ENTERED
       MOVE OLD-STATUS TO RQST-STATUS
       MOVE OLD-RETURN-CODE TO RQST-RETURN-CODE
       MOVE OLD-RUN-DATE TO RQST-RUN-DATE
       SET RQST-NOT-DEFERRED TO TRUE
       MOVE ZERO TO RQST-DEFER-NIGHTS RQST-EST-HNDS
       WRITE BERN-RQST-RECORD
           INVALID KEY
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "BERNQCNV: REQUEST " OLD-SEQ " NOT LOADED,"
                   " STATUS " WS-RQST-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITE-COUNT
               ADD RQST-SEQ TO WS-WRITE-HASH
       END-WRITE.
       PRINT-CONTROL-TOTALS. *> Read against written - any difference fails the conversion.
       DISPLAY " "
       DISPLAY "CONVERSION CONTROL TOTALS"
       MOVE WS-READ-COUNT TO WS-COUNT-ED
       MOVE WS-READ-HASH TO WS-HASH-ED
       DISPLAY "  OLD RECORDS READ . . . . . " WS-COUNT-ED
           "   SEQUENCE HASH " WS-HASH-ED
       MOVE WS-WRITE-COUNT TO WS-COUNT-ED
       MOVE WS-WRITE-HASH TO WS-HASH-ED
       DISPLAY "  NEW RECORDS WRITTEN  . . . " WS-COUNT-ED
           "   SEQUENCE HASH " WS-HASH-ED
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
       END PROGRAM bernqcnv.
