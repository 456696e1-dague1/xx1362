      ******************************************************************
      * Purpose: Record layout of the BERNFCTL feed control file (VSAM
      *   KSDS, key = FCTL-KEY, i.e. interface plus run ID). One
      *   record per BERNXTR or XTRDELTA generation sent to the
      *   analytics feed, written SENT by bernackr with the totals off
      *   the generation's own trailer, and moved on as the feed's
      *   BERNACK acknowledgement comes back: ACKNOWLEDGED when the
      *   feed's figures agree with what was sent, MISMATCHED when
      *   they do not, NEVER ACKNOWLEDGED once it is still waiting
      *   past the day limit bernackr is run with. A late
      *   acknowledgement still moves a never-acknowledged record on.
      * Tectonics: COPY BERNFCTL. (FILE SECTION, after FD BERN-FCTL)
      ******************************************************************
       01  BERN-FCTL-RECORD.
           05 FCTL-KEY. *> the record key
               10 FCTL-FEED     PIC X(7). *> BERNXTR or BERNDLT
               10 FCTL-RUN-ID   PIC X(16). *> run ID off the generation's header
           05 FCTL-RUN-DATE     PIC X(8). *> run date off the generation's header - the day it was sent
           05 FCTL-SENT-COUNT   PIC 9(9). *> detail records, off the generation's trailer
           05 FCTL-SENT-HASH    PIC 9(9). *> index hash, off the generation's trailer
           05 FCTL-STATUS       PIC X. *> where the generation stands
               88 FCTL-SENT          VALUE 'S'. *> sent, no acknowledgement yet
               88 FCTL-ACKED         VALUE 'A'. *> acknowledged, figures agree
               88 FCTL-MISMATCHED    VALUE 'M'. *> acknowledged, figures do not agree
               88 FCTL-NEVER-ACKED   VALUE 'N'. *> still waiting past the day limit
           05 FCTL-LOAD-DATE    PIC X(8). *> the feed's load date - spaces until acknowledged
           05 FCTL-ACK-ACCEPTED PIC 9(9). *> the acknowledgement's figures - zero until acknowledged
           05 FCTL-ACK-REJECTED PIC 9(9).
           05 FCTL-ACK-HASH     PIC 9(9).
           05 FCTL-UPDATED      PIC X(16). *> when bernackr last moved the record on
           05 FILLER            PIC X(19).
