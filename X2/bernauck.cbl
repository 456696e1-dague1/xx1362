      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Callable authorization check over the BERNAUTH file,
      *   so the same rules are applied by the request-entry dialog
      *   (bernrqst) when a request is keyed, by the master inquiry
      *   dialog (bernmstq) at start-up, and again by the BERNOUL
      *   pre-step (bernqfmt) for every pending queue record - a
      *   record written to BERNRQST around the dialog meets the same
      *   check before it can reach the deck. An entry check refuses
      *   a user with no BERNAUTH record, or one not allowed to enter
      *   requests, or a request above the user's highest n, in a
      *   series not on the user's list, or asking for a table dump
      *   or high precision the user may not have. An inquiry check
      *   refuses a user not allowed to browse the master. Every
      *   refusal is written to the BERNSECV security-violation log
      *   before control goes back. If either file will not open,
      *   nothing is allowed (AUCK-RC 12) - the callers stop rather
      *   than run unchecked; so too if the user's record cannot be
      *   read for any reason but its absence. The files are opened on
      *   the first call
      *   and stay open until the caller's close call.
      * Tectonics: cobc
      * Modifications:
      *   - Added with the BERNAUTH authorization file and the
      *     BERNSECV security-violation log.
      *   - A READ of BERNAUTH failing other than not-found now returns
      *     AUCK-RC 12 instead of being checked against a stale record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernauck. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-AUTH ASSIGN TO "BERNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USER
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BERN-SECV ASSIGN TO "BERNSECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SECV-KEY
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-AUTH
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNAUTH. *> who may do what, maintained by bernauth
       FD  BERN-SECV
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNSECV. *> one record per refusal, reported by bernsecr
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-AUTH-STATUS   PIC XX. *> file status for BERN-AUTH
           88 WS-AUTH-OK      VALUE '00'.
           88 WS-AUTH-NOTFND  VALUE '23'.
       01 WS-SECV-STATUS   PIC XX. *> file status for BERN-SECV
           88 WS-SECV-OK      VALUE '00'.
           88 WS-SECV-EMPTY   VALUE '35'. *> KSDS exists but has never been loaded
       01 WS-FILE-STATE    PIC X VALUE SPACE. *> whether the files are open across calls
           88 WS-FILES-CLOSED    VALUE SPACE.
           88 WS-FILES-OPEN      VALUE 'O'.
           88 WS-FILES-UNUSABLE  VALUE 'X'.
       01 WS-USER-FLAG     PIC X. *> whether the user checked has a BERNAUTH record
           88 WS-USER-KNOWN      VALUE 'Y'.
           88 WS-USER-UNKNOWN    VALUE 'N'.
           88 WS-USER-UNREADABLE VALUE 'E'. *> the READ failed - nothing can be checked
       01 WS-SERIES        PIC X. *> the request's series, blank taken as B(ernoulli)
       01 WS-MAX-N-ED      PIC Z(4)9. *> the user's limit, edited into a refusal
       01 WS-LEAD-SPACES   PIC S9(4) COMP. *> leading blanks of WS-MAX-N-ED, left out of the text
       LINKAGE SECTION.
       COPY BERNAUCK. *> the caller's request and the outcome handed back
       PROCEDURE DIVISION USING BERN-AUCK-AREA.
       MAIN-CHECK. *> Opens the files first time round, then applies the check asked for.
       IF AUCK-CLOSE *> outcome of the last check left as it was
           PERFORM CLOSE-CHECK-FILES
           GOBACK
       END-IF
       MOVE ZERO TO AUCK-RC
       MOVE SPACES TO AUCK-REASON AUCK-TEXT
       IF WS-FILES-CLOSED
           PERFORM OPEN-CHECK-FILES
       END-IF
       IF WS-FILES-UNUSABLE *> no check possible, so nothing is allowed
           MOVE 12 TO AUCK-RC
           MOVE "AUTHORIZATION CHECK UNAVAILABLE" TO AUCK-TEXT
           GOBACK
       END-IF
       EVALUATE TRUE
           WHEN AUCK-CHECK-ENTRY
               PERFORM CHECK-ENTRY
           WHEN AUCK-CHECK-INQUIRY
               PERFORM CHECK-INQUIRY
       END-EVALUATE
       IF AUCK-REFUSED
           PERFORM LOG-VIOLATION
       END-IF
       GOBACK.
       OPEN-CHECK-FILES. *> The authorization file read-only, the violation log for update.
       OPEN INPUT BERN-AUTH
       IF NOT WS-AUTH-OK
           DISPLAY "BERNAUCK: authorization file unavailable, status "
               WS-AUTH-STATUS
           SET WS-FILES-UNUSABLE TO TRUE
           EXIT PARAGRAPH
       END-IF
       OPEN I-O BERN-SECV
       IF WS-SECV-EMPTY
           OPEN OUTPUT BERN-SECV
           CLOSE BERN-SECV
           OPEN I-O BERN-SECV
       END-IF
       IF NOT WS-SECV-OK
           DISPLAY "BERNAUCK: violation log unavailable, status "
               WS-SECV-STATUS
           CLOSE BERN-AUTH
           SET WS-FILES-UNUSABLE TO TRUE
           EXIT PARAGRAPH
       END-IF
       SET WS-FILES-OPEN TO TRUE.
       CLOSE-CHECK-FILES. *> The caller is finished - a later call would open them again.
       IF WS-FILES-OPEN
           CLOSE BERN-AUTH
           CLOSE BERN-SECV
       END-IF
       SET WS-FILES-CLOSED TO TRUE.
       READ-USER-RECORD. *> The user's BERNAUTH record - no record (or no user ID) is a refusal, a failed READ stops the check.
       SET WS-USER-KNOWN TO TRUE
       IF AUCK-USER = SPACES
           SET WS-USER-UNKNOWN TO TRUE
       ELSE
           MOVE AUCK-USER TO AUTH-USER
           READ BERN-AUTH
               INVALID KEY
                   SET WS-USER-UNKNOWN TO TRUE
           END-READ
           IF NOT WS-AUTH-OK AND NOT WS-AUTH-NOTFND
               DISPLAY "BERNAUCK: authorization file read failed, "
                   "status " WS-AUTH-STATUS " user " AUCK-USER
               SET WS-USER-UNREADABLE TO TRUE
               MOVE 12 TO AUCK-RC
               MOVE "AUTHORIZATION CHECK UNAVAILABLE" TO AUCK-TEXT
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WS-USER-UNKNOWN
           MOVE 8 TO AUCK-RC
           MOVE "NUSR" TO AUCK-REASON
           MOVE "USER NOT ON THE AUTHORIZATION FILE" TO AUCK-TEXT
       END-IF.
       CHECK-ENTRY. *> May this user queue this request - first rule broken is the one reported.
       PERFORM READ-USER-RECORD
       IF NOT WS-USER-KNOWN
           EXIT PARAGRAPH
       END-IF
       MOVE AUCK-SERIES TO WS-SERIES
       IF WS-SERIES = SPACE
           MOVE 'B' TO WS-SERIES
       END-IF
       EVALUATE TRUE
           WHEN NOT AUTH-MAY-ENTER
               MOVE 8 TO AUCK-RC
               MOVE "NENT" TO AUCK-REASON
               MOVE "NOT AUTHORIZED TO ENTER REQUESTS" TO AUCK-TEXT
           WHEN WS-SERIES NOT = AUTH-SERIES(1:1)
               AND WS-SERIES NOT = AUTH-SERIES(2:1)
               AND WS-SERIES NOT = AUTH-SERIES(3:1)
               MOVE 8 TO AUCK-RC
               MOVE "SERS" TO AUCK-REASON
               STRING "NOT AUTHORIZED FOR SERIES " WS-SERIES
                   DELIMITED BY SIZE INTO AUCK-TEXT
           WHEN AUCK-N > AUTH-MAX-N
               MOVE 8 TO AUCK-RC
               MOVE "MAXN" TO AUCK-REASON
               MOVE AUTH-MAX-N TO WS-MAX-N-ED
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-MAX-N-ED TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACES
               STRING "INDEX ABOVE THIS USER'S LIMIT OF "
                   WS-MAX-N-ED(WS-LEAD-SPACES + 1:)
                   DELIMITED BY SIZE INTO AUCK-TEXT
           WHEN AUCK-MODE = 'T' AND NOT AUTH-MAY-DUMP
               MOVE 8 TO AUCK-RC
               MOVE "MODT" TO AUCK-REASON
               MOVE "NOT AUTHORIZED FOR TABLE DUMPS (MODE T)"
                   TO AUCK-TEXT
           WHEN AUCK-PREC = 'H' AND NOT AUTH-MAY-HIGH
               MOVE 8 TO AUCK-RC
               MOVE "PRCH" TO AUCK-REASON
               MOVE "NOT AUTHORIZED FOR HIGH PRECISION (H)"
                   TO AUCK-TEXT
       END-EVALUATE.
       CHECK-INQUIRY. *> May this user browse the master through bernmstq.
       PERFORM READ-USER-RECORD
       IF NOT WS-USER-KNOWN
           EXIT PARAGRAPH
       END-IF
       IF NOT AUTH-MAY-INQUIRE
           MOVE 8 TO AUCK-RC
           MOVE "NINQ" TO AUCK-REASON
           MOVE "NOT AUTHORIZED FOR MASTER INQUIRY" TO AUCK-TEXT
       END-IF.
       LOG-VIOLATION. *> One BERNSECV record for the refusal just made.
       MOVE SPACES TO BERN-SECV-RECORD
       MOVE FUNCTION CURRENT-DATE(1:16) TO SECV-STAMP
       MOVE AUCK-PROGRAM TO SECV-PROGRAM
       MOVE AUCK-USER TO SECV-USER
       MOVE AUCK-RQST-SEQ TO SECV-RQST-SEQ
       MOVE AUCK-REASON TO SECV-REASON
       IF AUCK-CHECK-ENTRY
           MOVE AUCK-N TO SECV-N
           MOVE AUCK-MODE TO SECV-MODE
           MOVE AUCK-PREC TO SECV-PREC
           MOVE AUCK-SERIES TO SECV-SERIES
       ELSE
           MOVE ZERO TO SECV-N
       END-IF
       MOVE AUCK-TEXT TO SECV-TEXT
       WRITE BERN-SECV-RECORD
           INVALID KEY
               DISPLAY "BERNAUCK: violation not logged, status "
                   WS-SECV-STATUS " user " AUCK-USER " " AUCK-REASON
       END-WRITE.
       END PROGRAM bernauck.
