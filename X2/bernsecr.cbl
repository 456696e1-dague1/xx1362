      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: Security-violation report over the BERNSECV log the
      *   bernauck authorization check writes - one record for every
      *   request refused at the BERNRPAN panel, every bernmstq session
      *   refused at start-up and every queue record bernqfmt found
      *   written around the dialog for a user not entitled to it.
      *   Lists each refusal in time order (when, through which
      *   program, who, the request and the reason), then totals by
      *   reason, by program and by user, so repeated attempts by one
      *   user stand out. The period is an optional PARM of
      *   'YYYYMMDD YYYYMMDD' (from/to, inclusive, on the date of the
      *   refusal); no PARM reports the whole log.
      * Tectonics: cobc
      * Modifications:
      *   - Added with the BERNSECV security-violation log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernsecr. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-SECV ASSIGN TO "BERNSECV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SECV-KEY
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-SECV
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNSECV. *> the log bernauck writes
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-SECV-STATUS   PIC XX. *> file status for BERN-SECV
           88 WS-SECV-OK      VALUE '00'.
           88 WS-SECV-EMPTY   VALUE '35'. *> KSDS defined but nothing refused yet
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the log
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-RETURN-CODE   PIC S9(4) VALUE ZERO. *> highest condition code seen this run, same scheme as bernoulli
       01 WS-FROM-DATE     PIC X(8) VALUE "00000000". *> period start, inclusive
       01 WS-TO-DATE       PIC X(8) VALUE "99999999". *> period end, inclusive
       01 WS-READ-COUNT    PIC 9(7) VALUE ZERO. *> log records read
       01 WS-VIOL-COUNT    PIC 9(7) VALUE ZERO. *> of those, inside the period and listed
       01 WS-COUNT-ED      PIC Z(6)9. *> counts, edited for the totals
       01 WS-REASON-NAMES. *> the reason codes bernauck logs, in the order totalled
           05 FILLER PIC X(36) VALUE
               "NUSRUSER NOT ON BERNAUTH            ".
           05 FILLER PIC X(36) VALUE
               "NENTNOT ALLOWED TO ENTER REQUESTS   ".
           05 FILLER PIC X(36) VALUE
               "SERSSERIES NOT ALLOWED              ".
           05 FILLER PIC X(36) VALUE
               "MAXNINDEX ABOVE THE USER'S LIMIT    ".
           05 FILLER PIC X(36) VALUE
               "MODTTABLE DUMP NOT ALLOWED          ".
           05 FILLER PIC X(36) VALUE
               "PRCHHIGH PRECISION NOT ALLOWED      ".
           05 FILLER PIC X(36) VALUE
               "NINQMASTER INQUIRY NOT ALLOWED      ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-REASON-ENTRY OCCURS 7 TIMES.
               10 WS-REASON-CODE  PIC X(4).
               10 WS-REASON-DESC  PIC X(32).
       01 WS-REASON-COUNTS. *> refusals per reason, same order as WS-REASON-TABLE
           05 WS-REASON-COUNT PIC 9(7) OCCURS 7 TIMES.
       01 WS-REASON-MAX    PIC S9(4) COMP VALUE 7. *> entries in WS-REASON-TABLE
       01 WS-OTHER-REASON  PIC 9(7) VALUE ZERO. *> a code not in the table
       01 WS-PROG-NAMES. *> the programs that call bernauck, in the order totalled
           05 FILLER PIC X(8) VALUE "BERNRQST".
           05 FILLER PIC X(8) VALUE "BERNMSTQ".
           05 FILLER PIC X(8) VALUE "BERNQFMT".
       01 WS-PROG-TABLE REDEFINES WS-PROG-NAMES.
           05 WS-PROG-NAME PIC X(8) OCCURS 3 TIMES.
       01 WS-PROG-COUNTS. *> refusals per program, same order as WS-PROG-TABLE
           05 WS-PROG-COUNT PIC 9(7) OCCURS 3 TIMES.
       01 WS-PROG-MAX      PIC S9(4) COMP VALUE 3. *> entries in WS-PROG-TABLE
       01 WS-OTHER-PROG    PIC 9(7) VALUE ZERO. *> a program not in the table
       01 WS-USER-TABLE. *> refusals per user, in order of first refusal
           05 WS-USER-ENTRY OCCURS 200 TIMES.
               10 WS-USER-NAME    PIC X(8).
               10 WS-USER-COUNT   PIC 9(7).
       01 WS-USER-USED     PIC S9(4) COMP VALUE ZERO. *> entries filled in WS-USER-TABLE
       01 WS-USER-MAX      PIC S9(4) COMP VALUE 200. *> OCCURS of WS-USER-TABLE
       01 WS-OTHER-USER    PIC 9(7) VALUE ZERO. *> refusals of users past the table's end
       01 WS-SUB           PIC S9(4) COMP. *> subscript into whichever table is in hand
       01 WS-FOUND-FLAG    PIC X. *> whether the table search found its entry
           88 WS-FOUND        VALUE 'Y'.
           88 WS-NOT-FOUND    VALUE 'N'.
       01 WS-DETAIL-LINE. *> one refusal on the listing
           05 DTL-DATE      PIC X(10). *> yyyy-mm-dd
           05 FILLER        PIC X VALUE SPACE.
           05 DTL-TIME      PIC X(8). *> hh:mm:ss
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-USER      PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-SEQ       PIC Z(5). *> queue record, blank (zero) from the dialogs
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-N         PIC Z(4)9.
           05 DTL-N-X REDEFINES DTL-N PIC X(5). *> blanked for an inquiry
           05 FILLER        PIC X VALUE SPACE.
           05 DTL-MODE      PIC X.
           05 DTL-PREC      PIC X.
           05 DTL-SERIES    PIC X.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-REASON    PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DTL-TEXT      PIC X(40).
       LINKAGE SECTION.
       01 PARM-AREA. *> optional EXEC PARM='YYYYMMDD YYYYMMDD' period
           05 PARM-LEN         PIC S9(4) COMP.
           05 PARM-TEXT        PIC X(17).
       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-REPORT. *> Lists the refusals in the period, then the totals.
       PERFORM SET-PERIOD-FROM-PARM
       DISPLAY "BERNSECR: SECURITY VIOLATIONS, PERIOD " WS-FROM-DATE
           " THROUGH " WS-TO-DATE
       INITIALIZE WS-REASON-COUNTS WS-PROG-COUNTS
       OPEN INPUT BERN-SECV
       IF WS-SECV-EMPTY *> nothing has ever been refused
           SET WS-PASS-EOF TO TRUE
       ELSE
           IF NOT WS-SECV-OK
               DISPLAY "BERNSECR: violation log unavailable, status "
                   WS-SECV-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF
       DISPLAY " "
       DISPLAY "DATE       TIME      PROGRAM   USER        SEQ      N"
           " MPS  RSN   REFUSAL"
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-SECV NEXT RECORD
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF SECV-STAMP(1:8) >= WS-FROM-DATE
                       AND SECV-STAMP(1:8) <= WS-TO-DATE
                       PERFORM LIST-ONE-VIOLATION
                   END-IF
           END-READ
       END-PERFORM
       IF NOT WS-SECV-EMPTY
           CLOSE BERN-SECV
       END-IF
       PERFORM PRINT-TOTALS
       MOVE WS-RETURN-CODE TO RETURN-CODE
       GOBACK.
       SET-PERIOD-FROM-PARM. *> Takes from/to dates off the PARM when one was supplied.
       IF ADDRESS OF PARM-AREA NOT = NULL
           IF PARM-LEN >= 8
               MOVE PARM-TEXT(1:8) TO WS-FROM-DATE
           END-IF
           IF PARM-LEN >= 17
               MOVE PARM-TEXT(10:8) TO WS-TO-DATE
           END-IF
       END-IF.
       LIST-ONE-VIOLATION. *> One detail line, then the refusal counted three ways.
       ADD 1 TO WS-VIOL-COUNT
       IF WS-RETURN-CODE < 4
           MOVE 4 TO WS-RETURN-CODE
       END-IF
       MOVE SPACES TO DTL-DATE DTL-TIME
       STRING SECV-STAMP(1:4) "-" SECV-STAMP(5:2) "-" SECV-STAMP(7:2)
           DELIMITED BY SIZE INTO DTL-DATE
       STRING SECV-STAMP(9:2) ":" SECV-STAMP(11:2) ":"
           SECV-STAMP(13:2) DELIMITED BY SIZE INTO DTL-TIME
       MOVE SECV-PROGRAM TO DTL-PROGRAM
       MOVE SECV-USER TO DTL-USER
       MOVE SECV-RQST-SEQ TO DTL-SEQ
       MOVE SECV-N TO DTL-N
       MOVE SECV-MODE TO DTL-MODE
       MOVE SECV-PREC TO DTL-PREC
       MOVE SECV-SERIES TO DTL-SERIES
       IF SECV-NO-INQUIRY *> an inquiry carries no request
           MOVE SPACES TO DTL-N-X
       END-IF
       MOVE SECV-REASON TO DTL-REASON
       MOVE SECV-TEXT TO DTL-TEXT
       DISPLAY WS-DETAIL-LINE
       SET WS-NOT-FOUND TO TRUE
       PERFORM VARYING WS-SUB FROM 1 BY 1
           UNTIL WS-SUB > WS-REASON-MAX OR WS-FOUND
           IF WS-REASON-CODE(WS-SUB) = SECV-REASON
               ADD 1 TO WS-REASON-COUNT(WS-SUB)
               SET WS-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF WS-NOT-FOUND
           ADD 1 TO WS-OTHER-REASON
       END-IF
       SET WS-NOT-FOUND TO TRUE
       PERFORM VARYING WS-SUB FROM 1 BY 1
           UNTIL WS-SUB > WS-PROG-MAX OR WS-FOUND
           IF WS-PROG-NAME(WS-SUB) = SECV-PROGRAM
               ADD 1 TO WS-PROG-COUNT(WS-SUB)
               SET WS-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF WS-NOT-FOUND
           ADD 1 TO WS-OTHER-PROG
       END-IF
       PERFORM COUNT-USER-VIOLATION.
       COUNT-USER-VIOLATION. *> Adds the refusal to its user's count, making an entry if new.
       SET WS-NOT-FOUND TO TRUE
       PERFORM VARYING WS-SUB FROM 1 BY 1
           UNTIL WS-SUB > WS-USER-USED OR WS-FOUND
           IF WS-USER-NAME(WS-SUB) = SECV-USER
               ADD 1 TO WS-USER-COUNT(WS-SUB)
               SET WS-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF WS-NOT-FOUND
           IF WS-USER-USED < WS-USER-MAX
               ADD 1 TO WS-USER-USED
               MOVE SECV-USER TO WS-USER-NAME(WS-USER-USED)
               MOVE 1 TO WS-USER-COUNT(WS-USER-USED)
           ELSE
               ADD 1 TO WS-OTHER-USER
           END-IF
       END-IF.
       PRINT-TOTALS. *> Refusals by reason, by program and by user.
       DISPLAY " "
       DISPLAY "SECURITY VIOLATION TOTALS"
       MOVE WS-READ-COUNT TO WS-COUNT-ED
       DISPLAY "  LOG RECORDS READ . . . . . . . . . . " WS-COUNT-ED
       MOVE WS-VIOL-COUNT TO WS-COUNT-ED
       DISPLAY "  REFUSALS IN THE PERIOD . . . . . . . " WS-COUNT-ED
       DISPLAY " "
       DISPLAY "  BY REASON"
       PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-REASON-MAX
           MOVE WS-REASON-COUNT(WS-SUB) TO WS-COUNT-ED
           DISPLAY "    " WS-REASON-CODE(WS-SUB) " "
               WS-REASON-DESC(WS-SUB) " " WS-COUNT-ED
       END-PERFORM
       IF WS-OTHER-REASON > ZERO
           MOVE WS-OTHER-REASON TO WS-COUNT-ED
           DISPLAY "    OTHER REASON CODES                    "
               WS-COUNT-ED
       END-IF
       DISPLAY " "
       DISPLAY "  BY PROGRAM"
       PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-PROG-MAX
           MOVE WS-PROG-COUNT(WS-SUB) TO WS-COUNT-ED
           DISPLAY "    " WS-PROG-NAME(WS-SUB)
               "                              " WS-COUNT-ED
       END-PERFORM
       IF WS-OTHER-PROG > ZERO
           MOVE WS-OTHER-PROG TO WS-COUNT-ED
           DISPLAY "    OTHER PROGRAMS                        "
               WS-COUNT-ED
       END-IF
       DISPLAY " "
       DISPLAY "  BY USER"
       PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-USER-USED
           MOVE WS-USER-COUNT(WS-SUB) TO WS-COUNT-ED
           IF WS-USER-NAME(WS-SUB) = SPACES
               DISPLAY "    (NO USER ID)                          "
                   WS-COUNT-ED
           ELSE
               DISPLAY "    " WS-USER-NAME(WS-SUB)
                   "                              " WS-COUNT-ED
           END-IF
       END-PERFORM
       IF WS-OTHER-USER > ZERO
           MOVE WS-OTHER-USER TO WS-COUNT-ED
           DISPLAY "    OTHER USERS                           "
               WS-COUNT-ED
       END-IF
       IF WS-VIOL-COUNT = ZERO
           DISPLAY " "
           DISPLAY "  NO REFUSALS IN THE PERIOD"
       END-IF.
       END PROGRAM bernsecr.
