      ******************************************************************
      * Purpose: Record layout of the BERNMAST keyed master file of
      *   computed series values (VSAM KSDS, key = MAST-KEY, i.e.
      *   series letter plus index). One record per series entry
      *   ever computed - Bernoulli, Euler and tangent alike -
      *   rewritten in place whenever a newer run recomputes that
      *   entry, so downstream jobs can READ one B(n), E(n) or T(n)
      *   by key instead of rebuilding the whole table.
      *   Records written before the series letter was added to the
      *   key are 40 bytes, Bernoulli only - BERNMCNV converts them.
      * Tectonics: COPY BERNMAST. (FILE SECTION, after FD BERN-MASTER)
      ******************************************************************
       01  BERN-MAST-RECORD.
           05 MAST-KEY. *> the record key - series, then index
               10 MAST-SERIES   PIC X. *> B(ernoulli), E(uler) or T(angent)
                   88 MAST-BERNOULLI VALUE 'B'.
                   88 MAST-EULER     VALUE 'E'.
                   88 MAST-TANGENT   VALUE 'T'.
               10 MAST-INDEX    PIC 9(5). *> index within that series
           05 MAST-VALUE        PIC S9(6)V9(12) COMP-3. *> fixed-point value, same scale as WS-FIXED
           05 MAST-TIMESTAMP    PIC X(21). *> start stamp of the run that produced this value - (1:16) is its run ID
           05 MAST-RETURN-CODE  PIC 9(4). *> that request's own outcome (see AUDIT-RETURN-CODE)
