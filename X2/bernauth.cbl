      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Maintains the BERNAUTH authorization file from a deck
      *   of AUTHIN cards, one per user ID to add, change or delete,
      *   then lists the whole file as it now stands. BERNAUTH says
      *   what each user may do - enter requests on the BERNRQST
      *   queue (up to which n, in which series, with or without a
      *   table dump or high precision) and browse the master through
      *   bernmstq - and is read by the bernauck check those dialogs
      *   and the BERNOUL pre-step call. A change card replaces every
      *   entitlement of the user, so the card always states the
      *   whole of what the user may do. Each record added or changed
      *   is stamped with the time and the administrator's user ID.
      *   Card layout:
      *     col 1      action - A(dd), C(hange) or D(elete)
      *     cols 2-9   user ID
      *     col 10     Y = may enter requests
      *     cols 11-15 highest n the user may request (00000-00098)
      *     cols 16-18 series letters allowed, any of B, E, T
      *                (blank = B only)
      *     col 19     Y = may request a table dump (mode T)
      *     col 20     Y = may request high precision (H)
      *     col 21     Y = may browse the master (bernmstq)
      *   Columns 10-21 are ignored on a delete card; N or blank means
      *   not allowed. A card in error is listed with the reason and
      *   the file left as it was for that user.
      * Tectonics: cobc
      * Modifications:
      *   - Added with the BERNAUTH authorization file.
      *   - A change card whose REWRITE fails is rejected with the
      *     file status instead of being counted as changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernauth. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CARDS ASSIGN TO "AUTHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT BERN-AUTH ASSIGN TO "BERNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-AUTH-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  AUTH-CARDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUTH-CARD. *> one maintenance card, layout in the header above
           05 CARD-ACTION   PIC X. *> A, C or D
               88 CARD-ADD        VALUE 'A'.
               88 CARD-CHANGE     VALUE 'C'.
               88 CARD-DELETE     VALUE 'D'.
           05 CARD-USER     PIC X(8). *> the user ID maintained
           05 CARD-ENTRY    PIC X. *> Y = may enter requests
           05 CARD-MAX-N    PIC X(5). *> highest n, validated numeric before use
           05 CARD-SERIES   PIC X(3). *> series letters allowed
           05 CARD-TABLE    PIC X. *> Y = may request mode T
           05 CARD-HIGH     PIC X. *> Y = may request precision H
           05 CARD-INQUIRY  PIC X. *> Y = may browse the master
           05 FILLER        PIC X(59).
       FD  BERN-AUTH
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNAUTH. *> the same record bernauck reads
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-CARD-STATUS   PIC XX. *> file status for AUTH-CARDS
           88 WS-CARD-OK      VALUE '00'.
       01 WS-AUTH-STATUS   PIC XX. *> file status for BERN-AUTH
           88 WS-AUTH-OK      VALUE '00'.
           88 WS-AUTH-EMPTY   VALUE '35'. *> KSDS defined but never loaded
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the cards, then of the file listing
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-CARD-REASON   PIC X(40). *> why the card in hand was rejected, spaces if it was not
       01 WS-USER-ID       PIC X(8). *> administrator running the job, stamped on each change
       01 WS-RUN-STAMP     PIC X(21). *> FUNCTION CURRENT-DATE at start-up
       01 WS-MAX-N         PIC 9(5) VALUE 98. *> largest n the 99-entry table can hold (see WS-MAX-N in bernoulli)
       01 WS-MAX-N-NUM     PIC 9(5). *> CARD-MAX-N once it has been validated numeric
       01 WS-SER-SUB       PIC S9(4) COMP. *> which CARD-SERIES letter is being checked
       01 WS-CARD-COUNT    PIC 9(5) VALUE ZERO. *> cards read
       01 WS-ADD-COUNT     PIC 9(5) VALUE ZERO. *> users added
       01 WS-CHG-COUNT     PIC 9(5) VALUE ZERO. *> users changed
       01 WS-DEL-COUNT     PIC 9(5) VALUE ZERO. *> users deleted
       01 WS-REJ-COUNT     PIC 9(5) VALUE ZERO. *> cards rejected
       01 WS-LIST-COUNT    PIC 9(5) VALUE ZERO. *> users on the file afterwards
       01 WS-COUNT-ED      PIC Z(4)9. *> counts, edited for the control lines
       01 WS-LIST-LINE. *> one user on the closing listing
           05 LIST-USER     PIC X(8).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 LIST-ENTRY    PIC X.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LIST-MAX-N    PIC Z(4)9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 LIST-SERIES   PIC X(3).
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LIST-TABLE    PIC X.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LIST-HIGH     PIC X.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LIST-INQUIRY  PIC X.
           05 FILLER        PIC X(5) VALUE SPACES.
           05 LIST-UPDATED  PIC X(16).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LIST-UPD-BY   PIC X(8).
       PROCEDURE DIVISION.
       MAIN-MAINTAIN. *> Applies every card, then lists the file as it now stands.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
       ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       OPEN INPUT AUTH-CARDS
       IF NOT WS-CARD-OK
           DISPLAY "BERNAUTH: maintenance cards unavailable, status "
               WS-CARD-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       OPEN I-O BERN-AUTH
       IF WS-AUTH-EMPTY *> first load - create the empty cluster, then reopen
           OPEN OUTPUT BERN-AUTH
           CLOSE BERN-AUTH
           OPEN I-O BERN-AUTH
       END-IF
       IF NOT WS-AUTH-OK
           DISPLAY "BERNAUTH: authorization file unavailable, status "
               WS-AUTH-STATUS
           CLOSE AUTH-CARDS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF
       DISPLAY "BERNAUTH: AUTHORIZATION FILE MAINTENANCE BY "
           WS-USER-ID " " WS-RUN-STAMP(1:16)
       DISPLAY " "
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ AUTH-CARDS
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM APPLY-ONE-CARD
           END-READ
       END-PERFORM
       CLOSE AUTH-CARDS
       PERFORM LIST-AUTH-FILE
       CLOSE BERN-AUTH
       PERFORM PRINT-CONTROL-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       APPLY-ONE-CARD. *> Validates the card, then adds, changes or deletes the user's record.
       MOVE SPACES TO WS-CARD-REASON
       PERFORM VALIDATE-CARD
       IF WS-CARD-REASON = SPACES
           EVALUATE TRUE
               WHEN CARD-ADD
                   PERFORM BUILD-AUTH-RECORD
                   WRITE BERN-AUTH-RECORD
                       INVALID KEY
                           MOVE "USER ALREADY ON FILE - USE C TO CHANGE"
                               TO WS-CARD-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               WHEN CARD-CHANGE
                   MOVE CARD-USER TO AUTH-USER
                   READ BERN-AUTH
                       INVALID KEY
                           MOVE "USER NOT ON FILE - USE A TO ADD"
                               TO WS-CARD-REASON
                   END-READ
                   IF WS-CARD-REASON = SPACES
                       PERFORM BUILD-AUTH-RECORD
                       REWRITE BERN-AUTH-RECORD
                           INVALID KEY
                               STRING "REWRITE FAILED, STATUS "
                                   WS-AUTH-STATUS
                                   DELIMITED BY SIZE INTO WS-CARD-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-CHG-COUNT
                       END-REWRITE
                   END-IF
               WHEN CARD-DELETE
                   MOVE CARD-USER TO AUTH-USER
                   DELETE BERN-AUTH RECORD
                       INVALID KEY
                           MOVE "USER NOT ON FILE - NOTHING TO DELETE"
                               TO WS-CARD-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-DEL-COUNT
                   END-DELETE
           END-EVALUATE
       END-IF
       IF WS-CARD-REASON = SPACES
           DISPLAY "  APPLIED   " AUTH-CARD(1:21)
       ELSE
           ADD 1 TO WS-REJ-COUNT
           DISPLAY "  REJECTED  " AUTH-CARD(1:21) "  " WS-CARD-REASON
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
       END-IF.
       VALIDATE-CARD. *> First fault found is the one reported - a delete needs only the user.
       IF NOT CARD-ADD AND NOT CARD-CHANGE AND NOT CARD-DELETE
           MOVE "ACTION MUST BE A, C OR D" TO WS-CARD-REASON
           EXIT PARAGRAPH
       END-IF
       IF CARD-USER = SPACES
           MOVE "USER ID MISSING (COLS 2-9)" TO WS-CARD-REASON
           EXIT PARAGRAPH
       END-IF
       IF CARD-DELETE
           EXIT PARAGRAPH
       END-IF
       IF CARD-ENTRY NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
           OR CARD-TABLE NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
           OR CARD-HIGH NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
           OR CARD-INQUIRY NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
           MOVE "COLS 10, 19, 20 AND 21 MUST BE Y, N OR BLANK"
               TO WS-CARD-REASON
           EXIT PARAGRAPH
       END-IF
       IF CARD-MAX-N IS NOT NUMERIC
           MOVE "HIGHEST N (COLS 11-15) MUST BE NUMERIC"
               TO WS-CARD-REASON
           EXIT PARAGRAPH
       END-IF
       MOVE CARD-MAX-N TO WS-MAX-N-NUM
       IF WS-MAX-N-NUM > WS-MAX-N
           MOVE "HIGHEST N (COLS 11-15) ABOVE 98" TO WS-CARD-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-SER-SUB FROM 1 BY 1 UNTIL WS-SER-SUB > 3
           IF CARD-SERIES(WS-SER-SUB:1) NOT = 'B'
               AND CARD-SERIES(WS-SER-SUB:1) NOT = 'E'
               AND CARD-SERIES(WS-SER-SUB:1) NOT = 'T'
               AND CARD-SERIES(WS-SER-SUB:1) NOT = SPACE
               MOVE "SERIES (COLS 16-18) MUST BE B, E, T OR BLANK"
                   TO WS-CARD-REASON
           END-IF
       END-PERFORM.
       BUILD-AUTH-RECORD. *> The card's entitlements, stamped with who and when.
       MOVE SPACES TO BERN-AUTH-RECORD
       MOVE CARD-USER TO AUTH-USER
       MOVE CARD-ENTRY TO AUTH-ENTRY
       MOVE WS-MAX-N-NUM TO AUTH-MAX-N
       MOVE CARD-SERIES TO AUTH-SERIES
       IF AUTH-SERIES = SPACES
           MOVE 'B' TO AUTH-SERIES
       END-IF
       MOVE CARD-TABLE TO AUTH-TABLE
       MOVE CARD-HIGH TO AUTH-HIGH
       MOVE CARD-INQUIRY TO AUTH-INQUIRY
       MOVE WS-RUN-STAMP(1:16) TO AUTH-UPDATED
       MOVE WS-USER-ID TO AUTH-UPDATED-BY.
       LIST-AUTH-FILE. *> Every user on the file after the cards, in user ID order.
       DISPLAY " "
       DISPLAY "AUTHORIZATION FILE AS IT NOW STANDS"
       DISPLAY "USER     ENTRY  MAX N SERIES DUMP  HIGH  INQ   "
           "UPDATED           BY"
       MOVE LOW-VALUES TO AUTH-USER
       SET WS-PASS-ACTIVE TO TRUE
       START BERN-AUTH KEY NOT LESS THAN AUTH-USER
           INVALID KEY
               SET WS-PASS-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-AUTH NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE AUTH-USER TO LIST-USER
                   MOVE AUTH-ENTRY TO LIST-ENTRY
                   MOVE AUTH-MAX-N TO LIST-MAX-N
                   MOVE AUTH-SERIES TO LIST-SERIES
                   MOVE AUTH-TABLE TO LIST-TABLE
                   MOVE AUTH-HIGH TO LIST-HIGH
                   MOVE AUTH-INQUIRY TO LIST-INQUIRY
                   MOVE AUTH-UPDATED TO LIST-UPDATED
                   MOVE AUTH-UPDATED-BY TO LIST-UPD-BY
                   DISPLAY WS-LIST-LINE
           END-READ
       END-PERFORM.
       PRINT-CONTROL-TOTALS. *> What the cards did, for the job log.
       DISPLAY " "
       DISPLAY "AUTHORIZATION MAINTENANCE CONTROL TOTALS"
       MOVE WS-CARD-COUNT TO WS-COUNT-ED
       DISPLAY "  CARDS READ . . . . . . . . " WS-COUNT-ED
       MOVE WS-ADD-COUNT TO WS-COUNT-ED
       DISPLAY "  USERS ADDED  . . . . . . . " WS-COUNT-ED
       MOVE WS-CHG-COUNT TO WS-COUNT-ED
       DISPLAY "  USERS CHANGED  . . . . . . " WS-COUNT-ED
       MOVE WS-DEL-COUNT TO WS-COUNT-ED
       DISPLAY "  USERS DELETED  . . . . . . " WS-COUNT-ED
       MOVE WS-REJ-COUNT TO WS-COUNT-ED
       DISPLAY "  CARDS REJECTED . . . . . . " WS-COUNT-ED
       MOVE WS-LIST-COUNT TO WS-COUNT-ED
       DISPLAY "  USERS ON FILE  . . . . . . " WS-COUNT-ED.
       END PROGRAM bernauth.
