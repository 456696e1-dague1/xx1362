      ******************************************************************
      * Purpose: Record layout of the BERNDISP keyed exception
      *   disposition file (VSAM KSDS, key = DISP-KEY). One record per
      *   BERNEXC exception record the on-call analyst has looked at,
      *   maintained from panel BERNXPAN (program bernexcd): what was
      *   decided, why, by whom and under which incident. The key is
      *   taken from the exception record itself - its timestamp to
      *   the hundredth, message id and n - plus an occurrence number
      *   for the rare second record with all three the same (records
      *   are appended in time order, so such twins sit together on
      *   BERNEXC). An exception with no record here, or one still
      *   INVESTIGATING, is open: bernops lists it with its age every
      *   morning and bernarch will not archive it.
      * Tectonics: COPY BERNDISP. (FILE SECTION, after FD BERN-DISP)
      ******************************************************************
       01  BERN-DISP-RECORD.
           05 DISP-KEY.
               10 DISP-EXC-STAMP  PIC X(16). *> EXC-TIMESTAMP to the hundredth - yyyymmdd first
               10 DISP-MSG-ID     PIC X(8). *> EXC-MSG-ID - BERN104W/BERN108E/BERN112E
               10 DISP-N          PIC X(5). *> EXC-N as written, edited - blank for a non-numeric card
               10 DISP-OCCUR      PIC 9(2). *> 01, or 02.. for a twin with the same stamp, id and n
           05 DISP-RUN-ID       PIC X(16). *> EXC-RUN-ID - the run the exception came from
           05 DISP-RETURN-CODE  PIC X(4). *> EXC-RETURN-CODE - 0004/0008/0012
           05 DISP-CODE         PIC X. *> what was decided
               88 DISP-INVESTIGATING VALUE 'I'. *> being looked at - still open
               88 DISP-RESOLVED      VALUE 'R'. *> cause found and fixed
               88 DISP-ACCEPTED      VALUE 'A'. *> accepted - a known condition
               88 DISP-REQUEUED      VALUE 'Q'. *> request queued again on BERNRQST
               88 DISP-CLOSED        VALUES 'R', 'A', 'Q'. *> no longer open
               88 DISP-CODE-VALID    VALUES 'I', 'R', 'A', 'Q'.
           05 DISP-REASON       PIC X(40). *> the analyst's reason text
           05 DISP-USER         PIC X(8). *> user ID that recorded the disposition
           05 DISP-INCIDENT     PIC X(12). *> incident/problem reference, blank if none
           05 DISP-FIRST-STAMP  PIC X(16). *> when the exception was first disposed
           05 DISP-STAMP        PIC X(16). *> when this disposition was recorded
           05 DISP-UPDATES      PIC 9(3). *> times the disposition has been recorded
           05 FILLER            PIC X(13).
