      *   pending records and formats them into the night's BERNIN
      *   card deck; the post-step (bernqupd) writes each request's
      *   0/4/8/12 outcome back onto its record so the analyst can
      *   check next morning whether the request ran clean. A pending
      *   record whose user the BERNAUTH check refuses (one written
      *   around the dialog) is completed REFUSED by the pre-step
      *   with outcome 0016 instead. A valid request the night's cost
      *   budget cannot take is left PENDING and marked deferred with
      *   the reason (bernqfmt); being earliest in key order, it is
      *   first into the next night's deck.
      * Tectonics: COPY BERNRQST. (FILE SECTION, after FD BERN-RQST)
      ******************************************************************
       01  BERN-RQST-RECORD.
               88 RQST-PENDING      VALUE 'P'. *> keyed, not yet picked up by a run
               88 RQST-SUBMITTED    VALUE 'S'. *> formatted into a BERNIN deck, outcome not yet back
               88 RQST-COMPLETE     VALUE 'C'. *> outcome written back - see RQST-RETURN-CODE
               88 RQST-REFUSED      VALUE 'R'. *> user not authorized for it - never formatted, outcome 0016
           05 RQST-RETURN-CODE  PIC 9(4). *> the request's 0/4/8/12 outcome once complete, 0016 if refused
           05 RQST-RUN-DATE     PIC X(8). *> yyyymmdd of the run that produced the outcome
           05 RQST-DEFER-FLAG   PIC X. *> whether the pre-step has ever held it back
               88 RQST-DEFERRED     VALUE 'D'. *> deferred at least once - see RQST-DEFER-REASON
               88 RQST-NOT-DEFERRED VALUE ' '.
           05 RQST-DEFER-DATE   PIC X(8). *> yyyymmdd of the night it was last deferred
           05 RQST-DEFER-NIGHTS PIC 9(3). *> nights it has been deferred
           05 RQST-EST-HNDS     PIC 9(7). *> estimated build + serve cost, hundredths (bernqest)
           05 RQST-DEFER-REASON PIC X(40). *> why it was last held back
           05 FILLER            PIC X(16).
