      ******************************************************************
      * Author: David Ljunggren
      * Date:
      * Purpose: ISPF dialog over the BERNDISP keyed disposition file -
      *   where the on-call analyst records what was done about each
      *   BERNEXC exception, so a BERN108E mismatch looked at once is
      *   not rediscovered every morning. Panel BERNXPAN lists the
      *   exceptions still open (no disposition yet, or one still
      *   INVESTIGATING), oldest first, with their age in days; the
      *   analyst picks a line and records a disposition -
      *   I(nvestigating), R(esolved), A(ccepted-known) or Q(requeued)
      *   - with a reason, an optional incident reference and their
      *   user ID. Resolved, accepted and requeued close the exception:
      *   it leaves the list here and the open-exception section of
      *   the bernops morning report, and bernarch may archive it. A
      *   second disposition on the same exception replaces the first.
      *   Invoked under ISPF as SELECT PGM(BERNEXCD); BERNEXC and
      *   BERNDISP must be allocated to the TSO session (DISP=SHR).
      * Tectonics: cobc
      * Modifications:
      *   - Added so exceptions carry a disposition and an owner
      *     instead of being found afresh each morning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernexcd. *>Program name
       AUTHOR. David Ljunggren.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BERN-EXCEPT ASSIGN TO "BERNEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT BERN-DISP ASSIGN TO "BERNDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-EXCEPT
           RECORDING MODE IS F
           RECORD CONTAINS 127 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXC-RECORD. *> reading view of BERN-EXC-RECORD as bernoulli writes it
           05 EX-TIMESTAMP     PIC X(21). *> yyyymmdd in the first 8 bytes
           05 FILLER           PIC X(01).
           05 EX-MSG-ID        PIC X(8). *> fixed console message id for the outcome class
           05 FILLER           PIC X(01).
           05 EX-N             PIC X(5). *> n as requested, blank if the card was not numeric
           05 FILLER           PIC X(01).
           05 EX-RETURN-CODE   PIC X(4). *> the request's outcome - 0004/0008/0012
           05 FILLER           PIC X(01).
           05 EX-REF-N         PIC X(5). *> mismatching index (RC=8 only)
           05 FILLER           PIC X(01).
           05 EX-COMPUTED      PIC X(20). *> computed value, edited
           05 FILLER           PIC X(01).
           05 EX-REFERENCE     PIC X(20). *> published value (RC=8 only)
           05 FILLER           PIC X(01).
           05 EX-DIFF          PIC X(20). *> computed minus published (RC=8 only)
           05 FILLER           PIC X(01).
           05 EX-RUN-ID        PIC X(16). *> the run that wrote it - blank on records before run IDs
       FD  BERN-DISP
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNDISP. *> one disposition per exception, keyed off the exception record
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-EXC-STATUS    PIC XX. *> file status for BERN-EXCEPT
           88 WS-EXC-OK       VALUE '00'.
           88 WS-EXC-MISSING  VALUE '35'. *> nothing has ever raised an exception
       01 WS-DISP-STATUS   PIC XX. *> file status for BERN-DISP
           88 WS-DISP-OK      VALUE '00'.
           88 WS-DISP-EMPTY   VALUE '35'. *> KSDS exists but has never been loaded
       01 WS-ISPF-RC       PIC S9(8) COMP. *> return code back from each ISPLINK call
       01 WS-DONE-FLAG     PIC X VALUE 'N'. *> set when the analyst hits END/RETURN on the panel
           88 WS-DIALOG-DONE     VALUE 'Y'.
           88 WS-DIALOG-ACTIVE   VALUE 'N'.
       01 WS-EOF-FLAG      PIC X VALUE 'N'. *> end of the exception-file pass
           88 WS-PASS-EOF        VALUE 'Y'.
           88 WS-PASS-ACTIVE     VALUE 'N'.
       01 WS-VAR-LEN       PIC S9(8) COMP. *> length argument handed to ISPLINK VDEFINE
       01 WS-ROW-SUB       PIC S9(4) COMP. *> which XROWnn panel line was filled last
       01 WS-PAGE-SIZE     PIC S9(4) COMP VALUE 10. *> exceptions shown per list page
       01 WS-LIST-FROM     PIC 9(5) VALUE 1. *> ordinal of the open exception the page starts at
       01 WS-OPEN-TOTAL    PIC 9(5) VALUE ZERO. *> open exceptions found by the last pass
       01 WS-NEW-FLAG      PIC X VALUE 'N'. *> whether the exception had no disposition yet
           88 WS-DISP-NEW        VALUE 'Y'.
           88 WS-DISP-ON-FILE    VALUE 'N'.
       01 WS-SEL-NUM       PIC 9(2). *> XSEL converted once it has been validated numeric
       01 WS-USER-ID       PIC X(08) VALUE SPACES. *> analyst id, best effort from the run-time environment
       01 WS-NOW           PIC X(21). *> CURRENT-DATE when a disposition is recorded
       01 WS-TODAY         PIC X(8). *> yyyymmdd the list is aged against
       01 WS-AGE-DAYS      PIC S9(5). *> days an exception has been open
       01 WS-EXC-KEY. *> disposition key of the exception record in hand
           05 WS-KEY-BASE.
               10 WS-KEY-STAMP  PIC X(16).
               10 WS-KEY-MSG-ID PIC X(8).
               10 WS-KEY-N      PIC X(5).
           05 WS-KEY-OCCUR  PIC 9(2).
       01 WS-PREV-BASE     PIC X(29). *> stamp, id and n of the record before - twins share them
       01 WS-PAGE-TABLE. *> the exceptions behind the lines on the panel, for command D
           05 PG-ENTRY OCCURS 10 TIMES.
               10 PG-KEY        PIC X(31). *> BERNDISP key of the line
               10 PG-RUN-ID     PIC X(16).
               10 PG-RETURN-CODE PIC X(4).
       01 WS-STATE-TEXT    PIC X(13). *> OPEN or INVESTIGATING for the row
       01 WS-STATE-USER    PIC X(8). *> who is investigating, if anyone
       01 WS-COUNT-ED      PIC Z(4)9. *> counts, edited for the message line
       01 WS-FROM-ED       PIC Z(4)9. *> first line's ordinal, edited for the message line
       01 WS-THRU-ED       PIC Z(4)9. *> last line's ordinal, edited for the message line
      * dialog variables - VDEFINEd to ISPF, names match panel BERNXPAN
       01 XCMD             PIC X(1). *> blank/L = list open, N = next page, D = record disposition
       01 XSEL             PIC X(2). *> line number the disposition is for
       01 XDISP            PIC X(1). *> I, R, A or Q
       01 XRSN             PIC X(40). *> reason text
       01 XINC             PIC X(12). *> incident reference, optional
       01 XMSG             PIC X(60). *> message line echoed back on the panel
       01 XROWS. *> one pageful of formatted exception lines
           05 XROW OCCURS 10 TIMES PIC X(60).
      * fields XROW lines are built from
       01 WS-ROW-BUILD. *> work area a single XROW line is assembled in
           05 ROW-LINE      PIC Z9. *> line number the analyst selects with
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-DATE      PIC X(8). *> date the exception was raised
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-MSG-ID    PIC X(8). *> BERN104W/BERN108E/BERN112E
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-N         PIC X(5). *> n as requested
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-RC        PIC X(4). *> the request's outcome
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-AGE       PIC Z(3)9. *> days open
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ROW-STATE     PIC X(13). *> OPEN / INVESTIGATING
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-USER      PIC X(8). *> who is investigating
       PROCEDURE DIVISION.
       MAIN-DIALOG. *> VDEFINEs the panel variables, then loops the panel until END is hit.
       ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       PERFORM OPEN-DISP-FILE
       PERFORM DEFINE-DIALOG-VARS
       MOVE SPACES TO XCMD XSEL XDISP XRSN XINC XMSG XROWS
       PERFORM LIST-OPEN-EXCEPTIONS
       PERFORM UNTIL WS-DIALOG-DONE
           CALL 'ISPLINK' USING BY CONTENT 'DISPLAY '
               BY CONTENT 'BERNXPAN'
           MOVE RETURN-CODE TO WS-ISPF-RC
           IF WS-ISPF-RC = 8 *> END or RETURN keyed - analyst is finished
               SET WS-DIALOG-DONE TO TRUE
           ELSE
               PERFORM HANDLE-ONE-ENTRY
           END-IF
       END-PERFORM
       PERFORM DELETE-DIALOG-VARS
       CLOSE BERN-DISP
       MOVE ZERO TO RETURN-CODE
       GOBACK.
       OPEN-DISP-FILE. *> Opens the disposition file for update, loading it first if it is still empty.
       OPEN I-O BERN-DISP
       IF WS-DISP-EMPTY
           OPEN OUTPUT BERN-DISP
           CLOSE BERN-DISP
           OPEN I-O BERN-DISP
       END-IF
       IF NOT WS-DISP-OK
           DISPLAY "BERNEXCD: disposition file unavailable, status "
               WS-DISP-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       DEFINE-DIALOG-VARS. *> Makes the program's panel fields known to ISPF by name.
       MOVE 1 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XCMD)' BY REFERENCE XCMD
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XDISP)' BY REFERENCE XDISP
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       MOVE 2 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XSEL)' BY REFERENCE XSEL
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       MOVE 40 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XRSN)' BY REFERENCE XRSN
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       MOVE 12 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XINC)' BY REFERENCE XINC
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       MOVE 60 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XMSG)' BY REFERENCE XMSG
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(XROW01 XROW02 XROW03 XROW04 XROW05 XROW06 XROW0
      -    '7 XROW08 XROW09 XROW10)' BY REFERENCE XROWS
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN.
       DELETE-DIALOG-VARS. *> Drops the VDEFINEs on the way out.
       CALL 'ISPLINK' USING BY CONTENT 'VDELETE '
           BY CONTENT '(XCMD XSEL XDISP XRSN XINC XMSG XROW01 XROW02 XRO
      -    'W03 XROW04 XROW05 XROW06 XROW07 XROW08 XROW09 XROW10)'.
       HANDLE-ONE-ENTRY. *> Routes what was keyed - list, next page or a disposition - then relists.
       MOVE SPACES TO XMSG
       EVALUATE XCMD
           WHEN ' '
           WHEN 'L'
               MOVE 1 TO WS-LIST-FROM
           WHEN 'N'
               IF WS-LIST-FROM + WS-PAGE-SIZE > WS-OPEN-TOTAL
                   MOVE "NO MORE OPEN EXCEPTIONS - LAST PAGE SHOWN"
                       TO XMSG
               ELSE
                   ADD WS-PAGE-SIZE TO WS-LIST-FROM
               END-IF
           WHEN 'D'
               PERFORM RECORD-DISPOSITION
           WHEN OTHER
               MOVE "COMMAND MUST BE L, N, D OR BLANK" TO XMSG
       END-EVALUATE
       PERFORM LIST-OPEN-EXCEPTIONS
       MOVE SPACE TO XCMD.
       RECORD-DISPOSITION. *> Validates the keyed disposition, then writes or replaces it for the line.
       IF FUNCTION TEST-NUMVAL(XSEL) NOT = 0 OR XSEL = SPACES
           MOVE "LINE MUST BE A LINE NUMBER FROM THE LIST" TO XMSG
           EXIT PARAGRAPH
       END-IF
       COMPUTE WS-SEL-NUM = FUNCTION NUMVAL(XSEL)
       IF WS-SEL-NUM < 1 OR WS-SEL-NUM > WS-PAGE-SIZE
           MOVE "LINE MUST BE A LINE NUMBER FROM THE LIST" TO XMSG
           EXIT PARAGRAPH
       END-IF
       IF PG-KEY(WS-SEL-NUM) = SPACES
           MOVE "LINE MUST BE A LINE NUMBER FROM THE LIST" TO XMSG
           EXIT PARAGRAPH
       END-IF
       IF XDISP NOT = 'I' AND XDISP NOT = 'R'
           AND XDISP NOT = 'A' AND XDISP NOT = 'Q'
           MOVE "DISP MUST BE I, R, A OR Q" TO XMSG
           EXIT PARAGRAPH
       END-IF
       IF XRSN = SPACES
           MOVE "ENTER A REASON FOR THE DISPOSITION" TO XMSG
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-NOW
       MOVE PG-KEY(WS-SEL-NUM) TO DISP-KEY
       SET WS-DISP-ON-FILE TO TRUE
       READ BERN-DISP
           INVALID KEY *> first disposition on this exception
               SET WS-DISP-NEW TO TRUE
               MOVE SPACES TO BERN-DISP-RECORD
               MOVE PG-KEY(WS-SEL-NUM) TO DISP-KEY
               MOVE PG-RUN-ID(WS-SEL-NUM) TO DISP-RUN-ID
               MOVE PG-RETURN-CODE(WS-SEL-NUM) TO DISP-RETURN-CODE
               MOVE WS-NOW(1:16) TO DISP-FIRST-STAMP
               MOVE ZERO TO DISP-UPDATES
       END-READ
       IF DISP-UPDATES < 999
           ADD 1 TO DISP-UPDATES
       END-IF
       MOVE XDISP TO DISP-CODE
       MOVE XRSN TO DISP-REASON
       MOVE WS-USER-ID TO DISP-USER
       MOVE XINC TO DISP-INCIDENT
       MOVE WS-NOW(1:16) TO DISP-STAMP
       IF WS-DISP-NEW
           WRITE BERN-DISP-RECORD
               INVALID KEY
                   MOVE "DISPOSITION WRITE FAILED - SEE OPERATIONS"
                       TO XMSG
                   EXIT PARAGRAPH
           END-WRITE
       ELSE
           REWRITE BERN-DISP-RECORD
               INVALID KEY
                   MOVE "DISPOSITION REWRITE FAILED - SEE OPERATIONS"
                       TO XMSG
                   EXIT PARAGRAPH
           END-REWRITE
       END-IF
       EVALUATE TRUE
           WHEN DISP-INVESTIGATING
               STRING "LINE " DELIMITED BY SIZE XSEL DELIMITED BY SPACE
                   " MARKED INVESTIGATING - STILL OPEN"
                   DELIMITED BY SIZE
                   INTO XMSG
           WHEN DISP-RESOLVED
               STRING "LINE " DELIMITED BY SIZE XSEL DELIMITED BY SPACE
                   " CLOSED AS RESOLVED" DELIMITED BY SIZE
                   INTO XMSG
           WHEN DISP-ACCEPTED
               STRING "LINE " DELIMITED BY SIZE XSEL DELIMITED BY SPACE
                   " CLOSED AS ACCEPTED-KNOWN" DELIMITED BY SIZE
                   INTO XMSG
           WHEN DISP-REQUEUED
               STRING "LINE " DELIMITED BY SIZE XSEL DELIMITED BY SPACE
                   " CLOSED AS REQUEUED" DELIMITED BY SIZE
                   INTO XMSG
       END-EVALUATE
       MOVE SPACES TO XSEL XDISP XRSN XINC.
       LIST-OPEN-EXCEPTIONS. *> Fills the panel with the open exceptions from WS-LIST-FROM on.
       PERFORM SCAN-EXCEPTION-FILE
       IF WS-ROW-SUB = ZERO AND WS-OPEN-TOTAL > ZERO *> page closed out from under us - back to the top
           MOVE 1 TO WS-LIST-FROM
           PERFORM SCAN-EXCEPTION-FILE
       END-IF
       IF XMSG NOT = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WS-OPEN-TOTAL = ZERO
           MOVE "NO OPEN EXCEPTIONS" TO XMSG
       ELSE
           MOVE WS-OPEN-TOTAL TO WS-COUNT-ED
           MOVE WS-LIST-FROM TO WS-FROM-ED
           COMPUTE WS-THRU-ED = WS-LIST-FROM + WS-ROW-SUB - 1
           STRING "OPEN EXCEPTIONS:" WS-COUNT-ED "   SHOWING"
               WS-FROM-ED " -" WS-THRU-ED
               DELIMITED BY SIZE INTO XMSG
       END-IF.
       SCAN-EXCEPTION-FILE. *> One pass of BERNEXC - counts the open exceptions, keeps a pageful.
       MOVE SPACES TO XROWS WS-PAGE-TABLE WS-PREV-BASE
       MOVE ZERO TO WS-OPEN-TOTAL WS-ROW-SUB
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       OPEN INPUT BERN-EXCEPT
       IF WS-EXC-MISSING
           EXIT PARAGRAPH
       END-IF
       IF NOT WS-EXC-OK
           STRING "EXCEPTION FILE UNAVAILABLE, STATUS " WS-EXC-STATUS
               DELIMITED BY SIZE INTO XMSG
           EXIT PARAGRAPH
       END-IF
       SET WS-PASS-ACTIVE TO TRUE
       PERFORM UNTIL WS-PASS-EOF
           READ BERN-EXCEPT
               AT END
                   SET WS-PASS-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-ONE-EXCEPTION
           END-READ
       END-PERFORM
       CLOSE BERN-EXCEPT.
       CHECK-ONE-EXCEPTION. *> Looks the exception up on BERNDISP; an open one is counted and maybe listed.
       MOVE EX-TIMESTAMP(1:16) TO WS-KEY-STAMP
       MOVE EX-MSG-ID TO WS-KEY-MSG-ID
       MOVE EX-N TO WS-KEY-N
       IF WS-KEY-BASE = WS-PREV-BASE AND WS-KEY-OCCUR < 99
           ADD 1 TO WS-KEY-OCCUR
       ELSE
           MOVE 1 TO WS-KEY-OCCUR
       END-IF
       MOVE WS-KEY-BASE TO WS-PREV-BASE
       MOVE WS-EXC-KEY TO DISP-KEY
       MOVE "OPEN" TO WS-STATE-TEXT
       MOVE SPACES TO WS-STATE-USER
       READ BERN-DISP
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF DISP-CLOSED
                   EXIT PARAGRAPH
               END-IF
               MOVE "INVESTIGATING" TO WS-STATE-TEXT
               MOVE DISP-USER TO WS-STATE-USER
       END-READ
       ADD 1 TO WS-OPEN-TOTAL
       IF WS-OPEN-TOTAL >= WS-LIST-FROM AND WS-ROW-SUB < WS-PAGE-SIZE
           ADD 1 TO WS-ROW-SUB
           PERFORM FORMAT-EXCEPTION-ROW
       END-IF.
       FORMAT-EXCEPTION-ROW. *> Edits one open exception into the XROW line WS-ROW-SUB points at.
       MOVE WS-EXC-KEY TO PG-KEY(WS-ROW-SUB)
       MOVE EX-RUN-ID TO PG-RUN-ID(WS-ROW-SUB)
       MOVE EX-RETURN-CODE TO PG-RETURN-CODE(WS-ROW-SUB)
       IF EX-TIMESTAMP(1:8) IS NUMERIC
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(EX-TIMESTAMP(1:8)))
       ELSE
           MOVE ZERO TO WS-AGE-DAYS
       END-IF
       MOVE WS-ROW-SUB TO ROW-LINE
       MOVE EX-TIMESTAMP(1:8) TO ROW-DATE
       MOVE EX-MSG-ID TO ROW-MSG-ID
       MOVE EX-N TO ROW-N
       MOVE EX-RETURN-CODE TO ROW-RC
       MOVE WS-AGE-DAYS TO ROW-AGE
       MOVE WS-STATE-TEXT TO ROW-STATE
       MOVE WS-STATE-USER TO ROW-USER
       MOVE WS-ROW-BUILD TO XROW(WS-ROW-SUB).
       END PROGRAM bernexcd.
