      ******************************************************************
      * Purpose: Record layout of the BERNRUNC run-control file (VSAM
      *   KSDS, key = RUNC-RUN-ID). One record per execution of
      *   bernoulli, written STARTED as the run opens and rewritten
      *   COMPLETED with its end time and final condition code as it
      *   closes. A record still STARTED when the next run opens
      *   belongs to a run that never reached its close, and that
      *   next run marks it ABENDED. A run refused by the double-
      *   submission guard is logged REFUSED. The run ID is the
      *   run's start time (yyyymmddhhmmsscc off FUNCTION
      *   CURRENT-DATE), so keys ascend in run order; it is carried
      *   on every audit, exception, statistics, history and extract
      *   record the run writes, and leads the MAST-TIMESTAMP of
      *   every master record it lands, so downstream jobs select a
      *   run's records by run ID instead of by calendar date.
      * Tectonics: COPY BERNRUNC. (FILE SECTION, after FD BERN-RUNC)
      ******************************************************************
       01  BERN-RUNC-RECORD.
           05 RUNC-RUN-ID       PIC X(16). *> yyyymmddhhmmsscc the run started, the record key
           05 RUNC-START        PIC X(21). *> FUNCTION CURRENT-DATE at start-up
           05 RUNC-END          PIC X(21). *> FUNCTION CURRENT-DATE at close, spaces while running
           05 RUNC-USER         PIC X(8). *> job/user id the run executed under
           05 RUNC-DECK-CARDS   PIC 9(7). *> BERNIN cards in the deck
           05 RUNC-DECK-HASH    PIC 9(15). *> position-weighted hash of the cards' n/mode/prec/series
           05 RUNC-DECK-SEQH    PIC 9(9). *> sum of the queue sequence numbers in cols 9-13
           05 RUNC-RETURN-CODE  PIC 9(4). *> the run's final condition code
           05 RUNC-STATUS       PIC X. *> where the run stands
               88 RUNC-STARTED      VALUE 'S'. *> opened, not yet closed
               88 RUNC-COMPLETED    VALUE 'C'. *> reached its close - see RUNC-RETURN-CODE
               88 RUNC-ABENDED      VALUE 'A'. *> never closed - found STARTED by a later run
               88 RUNC-REFUSED      VALUE 'R'. *> turned away by the double-submission guard
           05 RUNC-RERUN        PIC X. *> 'Y' = started under the PARM='RERUN' override
           05 FILLER            PIC X(17).
