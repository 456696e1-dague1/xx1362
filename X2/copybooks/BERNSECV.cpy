      ******************************************************************
      * Purpose: Record layout of the BERNSECV security-violation log
      *   (VSAM KSDS, key = SECV-KEY, so the log reads back in time
      *   order). One record per refusal the bernauck check makes -
      *   a request keyed on BERNRPAN, a bernmstq session, or a queue
      *   record bernqfmt found written around the dialog - naming
      *   who, through which program, what was asked for and why it
      *   was refused. Written by bernauck only; reported by bernsecr.
      *   Keyed rather than appended because every TSO session running
      *   the dialogs writes to it, as they do to BERNRQST.
      * Tectonics: COPY BERNSECV. (FILE SECTION, after FD BERN-SECV)
      ******************************************************************
       01  BERN-SECV-RECORD.
           05 SECV-KEY. *> the record key
               10 SECV-STAMP    PIC X(16). *> yyyymmddhhmmsscc of the refusal
               10 SECV-PROGRAM  PIC X(8). *> BERNRQST, BERNMSTQ or BERNQFMT
               10 SECV-USER     PIC X(8). *> user ID refused - spaces if none could be found
               10 SECV-RQST-SEQ PIC 9(5). *> queue record refused by bernqfmt, zero from the dialogs
           05 SECV-REASON       PIC X(4). *> why - see the 88s
               88 SECV-NO-USER       VALUE 'NUSR'. *> user not on BERNAUTH
               88 SECV-NO-ENTRY      VALUE 'NENT'. *> not allowed to enter requests
               88 SECV-SERIES-BAR    VALUE 'SERS'. *> series not allowed
               88 SECV-MAX-N         VALUE 'MAXN'. *> n above the user's limit
               88 SECV-TABLE-DUMP    VALUE 'MODT'. *> table dump not allowed
               88 SECV-HIGH-PREC     VALUE 'PRCH'. *> high precision not allowed
               88 SECV-NO-INQUIRY    VALUE 'NINQ'. *> not allowed to browse the master
           05 SECV-N            PIC 9(5). *> the request as keyed - zero for an inquiry
           05 SECV-MODE         PIC X.
           05 SECV-PREC         PIC X.
           05 SECV-SERIES       PIC X.
           05 SECV-TEXT         PIC X(40). *> the refusal as the user was shown it
           05 FILLER            PIC X(11).
