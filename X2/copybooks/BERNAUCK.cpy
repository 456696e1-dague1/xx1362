      ******************************************************************
      * Purpose: Parameter area of the bernauck authorization check,
      *   CALLed by bernrqst, bernmstq and bernqfmt so the one set of
      *   BERNAUTH rules is applied wherever a request or an inquiry
      *   comes in. The caller fills function, program, user and (for
      *   an entry check) the request; bernauck returns the outcome
      *   and, on a refusal, the reason it has already logged to
      *   BERNSECV.
      * Tectonics: COPY BERNAUCK. (WORKING-STORAGE in the callers,
      *   LINKAGE SECTION in bernauck)
      ******************************************************************
       01  BERN-AUCK-AREA.
           05 AUCK-FUNCTION     PIC X. *> what the caller wants
               88 AUCK-OPEN          VALUE 'O'. *> open the files - call once at start-up
               88 AUCK-CHECK-ENTRY   VALUE 'E'. *> may this user queue this request
               88 AUCK-CHECK-INQUIRY VALUE 'I'. *> may this user browse the master
               88 AUCK-CLOSE         VALUE 'C'. *> close the files - call once on the way out
           05 AUCK-PROGRAM      PIC X(8). *> calling program, for the violation log
           05 AUCK-USER         PIC X(8). *> user ID to check
           05 AUCK-RQST-SEQ     PIC 9(5). *> queue record being checked, zero from the dialogs
           05 AUCK-N            PIC 9(5). *> the request - entry check only
           05 AUCK-MODE         PIC X.
           05 AUCK-PREC         PIC X.
           05 AUCK-SERIES       PIC X.
           05 AUCK-RC           PIC S9(4). *> the outcome
               88 AUCK-ALLOWED       VALUE 0.
               88 AUCK-REFUSED       VALUE 8. *> refused and logged
               88 AUCK-UNAVAILABLE   VALUE 12. *> BERNAUTH or BERNSECV would not open - nothing allowed
           05 AUCK-REASON       PIC X(4). *> SECV-REASON of a refusal, else spaces
           05 AUCK-TEXT         PIC X(40). *> refusal text for the panel or the job log, else spaces
