      *   BERNOUL post-step has run, the request's own 0/4/8/12
      *   outcome, so next morning's check is a lookup not a phone
      *   call. Invoked under ISPF as SELECT PGM(BERNRQST); BERNRQST
      *   must be allocated to the TSO session (DISP=SHR), and so must
      *   BERNAUTH and BERNSECV - every request is checked against the
      *   user's BERNAUTH entitlements (bernauck) before it is queued.
      *   BERNSTAT should be allocated as well (DISP=SHR): a queued
      *   request's estimated cost is read off the BERNSTAT history
      *   (bernqest) and shown on the panel, the same figure the
      *   pre-step admits it against the night's budget with.
      * Tectonics: cobc
      * Modifications:
      *   - Added as the entry half of the pending-request queue that
      *     feeds the nightly BERNOUL deck.
      *   - Each request is now checked against the BERNAUTH
      *     authorization file before it is queued - user allowed to
      *     enter requests, n within the user's limit, series, table
      *     dump and high precision allowed. A refusal is shown on the
      *     panel and logged to BERNSECV; the dialog will not start if
      *     the check is unavailable. The list shows REFUSED for a
      *     record the pre-step refused.
      *   - A queued request is costed off BERNSTAT (bernqest) and the
      *     estimate - build, serve and total seconds - shown on new
      *     panel line QCOST and kept on the record. The list shows
      *     DEFERRED, with the night it was held back, for a request
      *     the pre-step left pending over its budget, and an EST SEC
      *     column. Without BERNSTAT the dialog runs, uncosted. Queue
      *     record widened 55 to 130 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernrqst. *>Program name
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-RQST
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNRQST. *> same keyed queue record bernqfmt/bernqupd maintain
       WORKING-STORAGE SECTION. *> Define variables here.
       01 QSER             PIC X(1). *> series - B/blank, E or T
       01 QCMD             PIC X(1). *> blank = add the request, L = list recent requests
       01 QMSG             PIC X(60). *> message line echoed back on the panel
       01 QCOST            PIC X(60). *> cost estimate of the request just queued
       01 QROWS. *> one pageful of formatted request lines
           05 QROW OCCURS 10 TIMES PIC X(60).
      * fields QROW lines are built from
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ROW-STATUS    PIC X(9). *> PENDING / SUBMITTED / RC=nnnn
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ROW-RUN-DATE  PIC X(8). *> run date of the outcome, once complete - or of the deferral
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ROW-EST       PIC Z(5)9.99 BLANK WHEN ZERO. *> estimated cost, seconds
       01 WS-RC-ED         PIC 9(4). *> RQST-RETURN-CODE edited into ROW-STATUS
       01 WS-COST-LINE. *> work area the QCOST line is assembled in
           05 FILLER        PIC X(9) VALUE "EST COST ".
           05 COST-TOTAL    PIC Z(4)9.99.
           05 FILLER        PIC X(12) VALUE " SEC = BUILD".
           05 COST-BUILD    PIC Z(4)9.99.
           05 FILLER        PIC X(8) VALUE " + SERVE".
           05 COST-SERVE    PIC Z(4)9.99.
           05 COST-BASIS    PIC X(7). *> blank, or ' (NEAR)' when not from this series and n
       COPY BERNAUCK. *> request and outcome handed to the bernauck authorization check
       COPY BERNQEST. *> request and estimate handed to the bernqest cost estimator
       PROCEDURE DIVISION.
       MAIN-DIALOG. *> VDEFINEs the panel variables, then loops the panel until END is hit.
       ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       PERFORM OPEN-QUEUE-FILE
       PERFORM OPEN-AUTH-CHECK
       SET QEST-LOAD TO TRUE *> no history just means no estimate - the dialog still runs
       CALL "bernqest" USING BERN-QEST-AREA
       PERFORM FIND-NEXT-SEQUENCE
       PERFORM DEFINE-DIALOG-VARS
       MOVE SPACES TO QN QMODE QPREC QSER QCMD QMSG QCOST QROWS
       PERFORM UNTIL WS-DIALOG-DONE
           CALL 'ISPLINK' USING BY CONTENT 'DISPLAY '
               BY CONTENT 'BERNRPAN'
           END-IF
       END-PERFORM
       PERFORM DELETE-DIALOG-VARS
       SET AUCK-CLOSE TO TRUE
       CALL "bernauck" USING BERN-AUCK-AREA
       CLOSE BERN-RQST
       MOVE ZERO TO RETURN-CODE
       GOBACK.
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN-AUTH-CHECK. *> Readies the authorization check - no check, no dialog.
       MOVE "BERNRQST" TO AUCK-PROGRAM
       MOVE WS-USER-ID TO AUCK-USER
       SET AUCK-OPEN TO TRUE
       CALL "bernauck" USING BERN-AUCK-AREA
       IF AUCK-UNAVAILABLE
           DISPLAY "BERNRQST: authorization check unavailable -"
               " requests cannot be taken"
           CLOSE BERN-RQST
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       FIND-NEXT-SEQUENCE. *> One sweep to the end of the queue for the highest key on file.
       MOVE 1 TO WS-NEXT-SEQ
       MOVE ZERO TO RQST-SEQ
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(QMSG)' BY REFERENCE QMSG
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(QCOST)' BY REFERENCE QCOST
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(QROW01 QROW02 QROW03 QROW04 QROW05 QROW06 QROW0
      -    '7 QROW08 QROW09 QROW10)' BY REFERENCE QROWS
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN.
       DELETE-DIALOG-VARS. *> Drops the VDEFINEs on the way out.
       CALL 'ISPLINK' USING BY CONTENT 'VDELETE '
           BY CONTENT '(QN QMODE QPREC QSER QCMD QMSG QCOST QROW01 QROW0
      -    '2 QROW03 QROW04 QROW05 QROW06 QROW07 QROW08 QROW09 QROW10)'.
       HANDLE-ONE-ENTRY. *> Routes what was keyed - list command, or a request to add.
       MOVE SPACES TO QMSG QCOST QROWS
       IF QCMD = 'L'
           PERFORM LIST-RECENT-REQUESTS
       ELSE
               MOVE "SERIES MUST BE B, E, T OR BLANK" TO QMSG
               EXIT PARAGRAPH
       END-EVALUATE
       PERFORM CHECK-REQUEST-AUTH
       IF NOT AUCK-ALLOWED *> already logged to BERNSECV by the check
           STRING "REFUSED - " AUCK-TEXT DELIMITED BY SIZE INTO QMSG
           EXIT PARAGRAPH
       END-IF
       MOVE WS-NEXT-SEQ TO RQST-SEQ
       MOVE WS-QN-NUM TO RQST-N
       MOVE QMODE TO RQST-MODE
       SET RQST-PENDING TO TRUE
       MOVE ZERO TO RQST-RETURN-CODE
       MOVE SPACES TO RQST-RUN-DATE
       SET RQST-NOT-DEFERRED TO TRUE
       MOVE SPACES TO RQST-DEFER-DATE RQST-DEFER-REASON
       MOVE ZERO TO RQST-DEFER-NIGHTS
       PERFORM ESTIMATE-REQUEST-COST
       WRITE BERN-RQST-RECORD
           INVALID KEY
               MOVE "QUEUE WRITE FAILED - SEE OPERATIONS" TO QMSG
       MOVE SPACES TO QN QMODE QPREC QSER
       MOVE "REQUEST QUEUED FOR TONIGHT'S RUN" TO QMSG
       PERFORM LIST-RECENT-REQUESTS.
       ESTIMATE-REQUEST-COST. *> Costs the request off BERNSTAT into RQST-EST-HNDS and QCOST.
       SET QEST-ESTIMATE TO TRUE
       MOVE QSER TO QEST-SERIES
       MOVE WS-QN-NUM TO QEST-N
       CALL "bernqest" USING BERN-QEST-AREA
       MOVE QEST-TOTAL-HNDS TO RQST-EST-HNDS
       EVALUATE TRUE
           WHEN QEST-UNAVAILABLE
               MOVE "COST ESTIMATE UNAVAILABLE - BERNSTAT NOT ALLOCATED"
                   TO QCOST
           WHEN QEST-NO-HISTORY
               MOVE "NO COST HISTORY ON BERNSTAT YET - NOT ESTIMATED"
                   TO QCOST
           WHEN OTHER
               COMPUTE COST-TOTAL = QEST-TOTAL-HNDS / 100
               COMPUTE COST-BUILD = QEST-BUILD-HNDS / 100
               COMPUTE COST-SERVE = QEST-SERVE-HNDS / 100
               MOVE SPACES TO COST-BASIS
               IF QEST-BASIS-NEAR
                   MOVE " (NEAR)" TO COST-BASIS
               END-IF
               MOVE WS-COST-LINE TO QCOST
       END-EVALUATE.
       CHECK-REQUEST-AUTH. *> Hands the keyed request to bernauck against the user's entitlements.
       SET AUCK-CHECK-ENTRY TO TRUE
       MOVE "BERNRQST" TO AUCK-PROGRAM
       MOVE WS-USER-ID TO AUCK-USER
       MOVE ZERO TO AUCK-RQST-SEQ
       MOVE WS-QN-NUM TO AUCK-N
       MOVE QMODE TO AUCK-MODE
       MOVE QPREC TO AUCK-PREC
       MOVE QSER TO AUCK-SERIES
       CALL "bernauck" USING BERN-AUCK-AREA.
       LIST-RECENT-REQUESTS. *> Fills the panel with the last pageful of queued requests.
       IF WS-NEXT-SEQ > WS-PAGE-SIZE
           COMPUTE WS-LIST-SEQ = WS-NEXT-SEQ - WS-PAGE-SIZE
       MOVE RQST-SERIES TO ROW-SER
       MOVE RQST-USER TO ROW-USER
       MOVE SPACES TO ROW-RUN-DATE
       COMPUTE ROW-EST = RQST-EST-HNDS / 100
       EVALUATE TRUE
           WHEN RQST-PENDING AND RQST-DEFERRED *> held back by the pre-step's budget
               MOVE "DEFERRED" TO ROW-STATUS
               MOVE RQST-DEFER-DATE TO ROW-RUN-DATE
           WHEN RQST-PENDING
               MOVE "PENDING" TO ROW-STATUS
           WHEN RQST-SUBMITTED
               MOVE "SUBMITTED" TO ROW-STATUS
           WHEN RQST-REFUSED
               MOVE "REFUSED" TO ROW-STATUS
               MOVE RQST-RUN-DATE TO ROW-RUN-DATE
           WHEN OTHER
               MOVE RQST-RETURN-CODE TO WS-RC-ED
               STRING "RC=" WS-RC-ED DELIMITED BY SIZE
