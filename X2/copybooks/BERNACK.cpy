      ******************************************************************
      * Purpose: Record layout of a BERNACK acknowledgement file - the
      *   analytics feed's answer for one BERNXTR or XTRDELTA
      *   generation it loaded, read by bernackr. Semicolon-
      *   delimited in fixed positions like the extract itself:
      *     H;BERNACK;FEED;RUNID;RUNDATE;LOADDATE  one per file
      *     R;REASON;COUNT            one per reject reason code used
      *     T;ACCEPTED;REJECTED;HASH  one per file, closes it
      *   FEED is BERNXTR or BERNDLT, RUNID and RUNDATE identify the
      *   generation loaded (as on its own header), HASH is the
      *   feed's own sum of the indices of every detail it read,
      *   accepted or rejected. Several acknowledgement files may be
      *   read one after another; each H starts a new one.
      * Tectonics: COPY BERNACK. (FILE SECTION, after FD BERN-ACK)
      ******************************************************************
       01  BERN-ACK-RECORD.
           05 ACK-REC-TYPE      PIC X. *> H(eader), R(eject reason) or T(railer)
               88 ACK-HEADER         VALUE 'H'.
               88 ACK-REJECT         VALUE 'R'.
               88 ACK-TRAILER        VALUE 'T'.
           05 FILLER            PIC X(01). *> ;
           05 ACK-BODY          PIC X(78).
           05 ACK-HEADER-AREA REDEFINES ACK-BODY.
               10 ACK-ID            PIC X(7). *> BERNACK
               10 FILLER            PIC X(01).
               10 ACK-FEED          PIC X(7). *> BERNXTR or BERNDLT - which interface was loaded
               10 FILLER            PIC X(01).
               10 ACK-RUN-ID        PIC X(16). *> run ID on the loaded generation's header
               10 FILLER            PIC X(01).
               10 ACK-RUN-DATE      PIC X(8). *> run date on the loaded generation's header
               10 FILLER            PIC X(01).
               10 ACK-LOAD-DATE     PIC X(8). *> yyyymmdd the feed loaded it
               10 FILLER            PIC X(28).
           05 ACK-REJECT-AREA REDEFINES ACK-BODY.
               10 ACK-REASON        PIC X(4). *> the feed's reject reason code
               10 FILLER            PIC X(01).
               10 ACK-REASON-COUNT  PIC 9(9). *> details rejected for that reason
               10 FILLER            PIC X(64).
           05 ACK-TRAILER-AREA REDEFINES ACK-BODY.
               10 ACK-ACCEPTED      PIC 9(9). *> details loaded
               10 FILLER            PIC X(01).
               10 ACK-REJECTED      PIC 9(9). *> details rejected, all reasons
               10 FILLER            PIC X(01).
               10 ACK-INDEX-HASH    PIC 9(9). *> the feed's own index hash over both
               10 FILLER            PIC X(49).
