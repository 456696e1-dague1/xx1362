      ******************************************************************
      * Purpose: Record layout of the BERNAUTH authorization file (VSAM
      *   KSDS, key = AUTH-USER). One record per user ID saying what
      *   that user may do: enter requests on the BERNRQST queue (and
      *   up to which n, in which series, with or without a table dump
      *   or high precision) and look values up on the master through
      *   bernmstq. A user with no record may do neither. Maintained by
      *   bernauth; read by the bernauck check bernrqst, bernmstq and
      *   bernqfmt call.
      * Tectonics: COPY BERNAUTH. (FILE SECTION, after FD BERN-AUTH)
      ******************************************************************
       01  BERN-AUTH-RECORD.
           05 AUTH-USER         PIC X(8). *> TSO/job user ID, the record key
           05 AUTH-ENTRY        PIC X. *> Y = may enter requests on the queue
               88 AUTH-MAY-ENTER     VALUE 'Y'.
           05 AUTH-MAX-N        PIC 9(5). *> highest n the user may request, any series
           05 AUTH-SERIES       PIC X(3). *> series letters the user may request, e.g. BET or B
           05 AUTH-TABLE        PIC X. *> Y = may request mode 'T', a full table dump
               88 AUTH-MAY-DUMP      VALUE 'Y'.
           05 AUTH-HIGH         PIC X. *> Y = may request precision 'H', the high-precision rerun
               88 AUTH-MAY-HIGH      VALUE 'Y'.
           05 AUTH-INQUIRY      PIC X. *> Y = may browse the master through bernmstq
               88 AUTH-MAY-INQUIRE   VALUE 'Y'.
           05 AUTH-UPDATED      PIC X(16). *> when bernauth last added or changed the record
           05 AUTH-UPDATED-BY   PIC X(8). *> the administrator whose job did it
           05 FILLER            PIC X(36).
