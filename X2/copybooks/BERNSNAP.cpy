      ******************************************************************
      * Purpose: Record layout of a BERNSNAP coefficient snapshot - a
      *   frozen, named copy of the clean BERNMAST records written
      *   once by bernsnap and read, never rewritten, by bernsum,
      *   bernpoly and bernzeta when their PARM names the snapshot.
      *   One 'H' header (name, creation stamp), one 'D' detail per
      *   clean master record in key order, one 'T' trailer with the
      *   control totals the readers verify before using a value.
      *   The snapshot name is on every record, so a DD pointing at
      *   the wrong snapshot is caught, not used.
      * Tectonics: COPY BERNSNAP. (FILE SECTION, after FD BERN-SNAP)
      ******************************************************************
       01  BERN-SNAP-RECORD.
           05 SNAP-REC-TYPE     PIC X. *> H(eader), D(etail) or T(railer)
               88 SNAP-HEADER        VALUE 'H'.
               88 SNAP-DETAIL        VALUE 'D'.
               88 SNAP-TRAILER       VALUE 'T'.
           05 SNAP-NAME         PIC X(8). *> the snapshot name, e.g. 2026Q3
           05 SNAP-BODY         PIC X(71).
           05 SNAP-HEADER-AREA REDEFINES SNAP-BODY.
               10 SNAP-CREATED      PIC X(21). *> FUNCTION CURRENT-DATE when bernsnap took it
               10 FILLER            PIC X(50).
           05 SNAP-DETAIL-AREA REDEFINES SNAP-BODY.
               10 SNAP-SERIES       PIC X. *> MAST-SERIES
               10 SNAP-INDEX        PIC 9(5). *> MAST-INDEX
               10 SNAP-VALUE        PIC S9(6)V9(12) COMP-3. *> MAST-VALUE
               10 SNAP-MAST-STAMP   PIC X(21). *> MAST-TIMESTAMP of the record copied
               10 FILLER            PIC X(34).
           05 SNAP-TRAILER-AREA REDEFINES SNAP-BODY.
               10 SNAP-REC-COUNT    PIC 9(7). *> 'D' records in the snapshot
               10 SNAP-INDEX-HASH   PIC 9(9). *> sum of their SNAP-INDEX values
               10 SNAP-VALUE-HASH   PIC S9(10)V9(12). *> sum of their SNAP-VALUE values
               10 FILLER            PIC X(33).
