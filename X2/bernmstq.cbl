      * Author: David Ljunggren
      * Date:
      * Purpose: ISPF inquiry dialog over the BERNMAST keyed master of
      *   computed series values. An analyst keys a series (B, E or
      *   T - blank means Bernoulli) and an index 0-98 on panel
      *   BERNQPAN and immediately gets back the stored value,
      *   when it was computed and whether that run's return code was
      *   clean, without punching a card into the overnight BERNOUL
      *   deck. Command F browses forward from the keyed index, a
      *   pageful of records at a time, so a range of indices of the
      *   keyed series can be paged through. Invoked under ISPF as
      *   SELECT PGM(BERNMSTQ);
      *   BERNMAST must be allocated to the TSO session (DISP=SHR),
      *   and so must BERNAUTH and BERNSECV - the user must be allowed
      *   master inquiry on BERNAUTH (bernauck) before the panel shows.
      * Tectonics: cobc
      * Modifications:
      *   - Added so one-off B(n) lookups come straight off BERNMAST
      *     instead of going through the batch window.
      *   - Added the QSER series field now that BERNMAST is keyed on
      *     series plus index, so E(n) and T(n) can be looked up too;
      *     a browse stops at the end of the keyed series.
      *   - The user is checked against the BERNAUTH authorization
      *     file at start-up; a user not allowed master inquiry is
      *     refused (and logged to BERNSECV) before BERNMAST is opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernmstq. *>Program name
           SELECT BERN-MASTER ASSIGN TO "BERNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.  *> Data Division contains sections beneath.
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-MASTER
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY BERNMAST. *> same keyed master record bernoulli maintains
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-VAR-LEN       PIC S9(8) COMP. *> length argument handed to ISPLINK VDEFINE
       01 WS-ROW-SUB       PIC S9(4) COMP. *> which QROWnn panel line is being filled
       01 WS-PAGE-SIZE     PIC S9(4) COMP VALUE 10. *> records shown per browse page
       01 WS-SER-END-FLAG  PIC X VALUE 'N'. *> set when a browse runs off the end of the keyed series
           88 WS-SER-ENDED       VALUE 'Y'.
           88 WS-SER-MORE        VALUE 'N'.
      * dialog variables - VDEFINEd to ISPF, names match panel BERNQPAN
       01 QSER             PIC X(1). *> series the analyst keyed - B, E, T, blank = B
       01 QIDX             PIC X(5). *> index the analyst keyed, as typed
       01 QCMD             PIC X(1). *> blank = look up QIDX, F = browse forward a page
       01 QMSG             PIC X(60). *> message line echoed back on the panel
           05 QROW OCCURS 10 TIMES PIC X(60).
      * fields QROW lines are built from, same editing as the batch report
       01 WS-ROW-BUILD. *> work area a single QROW line is assembled in
           05 ROW-SER       PIC X(1). *> series letter of the record
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ROW-IDX       PIC Z(4)9. *> index, edited like AUDIT-N
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ROW-VALUE     PIC -(6)9.9(12). *> stored value, edited like AUDIT-B-VALUE
       01 WS-RC-ED         PIC 9(4). *> MAST-RETURN-CODE edited into ROW-CLEAN
       01 WS-QIDX-NUM      PIC 9(5). *> QIDX converted once it has been validated numeric
       01 WS-MAX-IDX       PIC 9(5) VALUE 98. *> largest index BERNMAST can hold (see WS-MAX-N in bernoulli)
       01 WS-USER-ID       PIC X(8). *> TSO user ID checked against BERNAUTH
       COPY BERNAUCK. *> inquiry check handed to bernauck and its outcome
       PROCEDURE DIVISION.
       MAIN-DIALOG. *> VDEFINEs the panel variables, then loops the panel until END is hit.
       PERFORM CHECK-INQUIRY-AUTH
       OPEN INPUT BERN-MASTER
       IF NOT WS-MAST-OK
           DISPLAY "BERNMSTQ: master file unavailable, status "
           GOBACK
       END-IF
       PERFORM DEFINE-DIALOG-VARS
       MOVE SPACES TO QSER QIDX QCMD QMSG QROWS
       PERFORM UNTIL WS-DIALOG-DONE
           CALL 'ISPLINK' USING BY CONTENT 'DISPLAY '
               BY CONTENT 'BERNQPAN'
       CLOSE BERN-MASTER
       MOVE ZERO TO RETURN-CODE
       GOBACK.
       CHECK-INQUIRY-AUTH. *> No master browsing for a user BERNAUTH does not allow it.
       ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
       MOVE "BERNMSTQ" TO AUCK-PROGRAM
       MOVE WS-USER-ID TO AUCK-USER
       MOVE ZERO TO AUCK-RQST-SEQ AUCK-N
       MOVE SPACES TO AUCK-MODE AUCK-PREC AUCK-SERIES
       SET AUCK-CHECK-INQUIRY TO TRUE
       CALL "bernauck" USING BERN-AUCK-AREA
       SET AUCK-CLOSE TO TRUE *> one check per session - files not needed again
       CALL "bernauck" USING BERN-AUCK-AREA
       IF NOT AUCK-ALLOWED
           DISPLAY "BERNMSTQ: " AUCK-TEXT
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       DEFINE-DIALOG-VARS. *> Makes the program's panel fields known to ISPF by name.
       MOVE 1 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(QSER)' BY REFERENCE QSER
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN
       MOVE 5 TO WS-VAR-LEN
       CALL 'ISPLINK' USING BY CONTENT 'VDEFINE '
           BY CONTENT '(QIDX)' BY REFERENCE QIDX
           BY CONTENT 'CHAR    ' BY REFERENCE WS-VAR-LEN.
       DELETE-DIALOG-VARS. *> Drops the VDEFINEs on the way out.
       CALL 'ISPLINK' USING BY CONTENT 'VDELETE '
           BY CONTENT '(QSER QIDX QCMD QMSG QROW01 QROW02 QROW03 QROW04
      -    ' QROW05 QROW06 QROW07 QROW08 QROW09 QROW10)'.
       HANDLE-ONE-ENTRY. *> Validates what was keyed and fills the panel for redisplay.
       MOVE SPACES TO QMSG QROWS
       IF QSER = SPACE
           MOVE 'B' TO QSER
       END-IF
       IF QSER NOT = 'B' AND QSER NOT = 'E' AND QSER NOT = 'T'
           MOVE "SERIES MUST BE B, E OR T" TO QMSG
       ELSE
           IF QIDX = SPACES
               MOVE "ENTER AN INDEX 0-98" TO QMSG
           ELSE
               IF FUNCTION TEST-NUMVAL(QIDX) NOT = 0
                   MOVE "INDEX MUST BE NUMERIC" TO QMSG
               ELSE
                   COMPUTE WS-QIDX-NUM = FUNCTION NUMVAL(QIDX)
                   IF WS-QIDX-NUM > WS-MAX-IDX
                       MOVE "INDEX MUST BE 0-98" TO QMSG
                   ELSE
                       IF QCMD = 'F'
                           PERFORM BROWSE-FORWARD-PAGE
                       ELSE
                           PERFORM LOOKUP-ONE-INDEX
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF
       MOVE SPACE TO QCMD.
       LOOKUP-ONE-INDEX. *> Direct read of the keyed index, one result line.
       MOVE QSER TO MAST-SERIES
       MOVE WS-QIDX-NUM TO MAST-INDEX
       READ BERN-MASTER
           INVALID KEY
               MOVE "RECORD FOUND" TO QMSG
       END-READ.
       BROWSE-FORWARD-PAGE. *> Pages forward through the master from the keyed index.
       MOVE QSER TO MAST-SERIES
       MOVE WS-QIDX-NUM TO MAST-INDEX
       SET WS-SER-MORE TO TRUE
       START BERN-MASTER KEY NOT LESS THAN MAST-KEY
           INVALID KEY
               MOVE "NO RECORDS AT OR PAST THAT INDEX" TO QMSG
       END-START
                   AT END
                       MOVE WS-PAGE-SIZE TO WS-ROW-SUB
                   NOT AT END
                       IF MAST-SERIES NOT = QSER *> past the last entry of this series
                           SET WS-SER-ENDED TO TRUE
                           MOVE WS-PAGE-SIZE TO WS-ROW-SUB
                       ELSE
                           PERFORM FORMAT-MASTER-ROW
                       END-IF
               END-READ
               ADD 1 TO WS-ROW-SUB
           END-PERFORM
      * leave QIDX pointing past this page so another F keeps paging
           IF WS-SER-ENDED
               MOVE "END OF SERIES ON MASTER" TO QMSG
           ELSE
               IF MAST-INDEX < WS-MAX-IDX
                   COMPUTE WS-QIDX-NUM = MAST-INDEX + 1
                   MOVE WS-QIDX-NUM TO QIDX
               END-IF
               MOVE "F AGAIN FOR THE NEXT PAGE" TO QMSG
           END-IF
       END-IF.
       FORMAT-MASTER-ROW. *> Edits one master record into the QROW line WS-ROW-SUB points at.
       MOVE MAST-SERIES TO ROW-SER
       MOVE MAST-INDEX TO ROW-IDX
       MOVE MAST-VALUE TO ROW-VALUE
       MOVE MAST-TIMESTAMP(1:17) TO ROW-STAMP
