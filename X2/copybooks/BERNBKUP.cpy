      ******************************************************************
      * Purpose: Record layout of a BERNBKUP master backup generation -
      *   the nightly sequential unload of the BERNMAST keyed master
      *   written by bernbkup and read back by bernrcov when the
      *   cluster has to be rebuilt. One 'H' header (creation stamp),
      *   one 'D' detail per master record in key order carrying the
      *   41-byte record image unchanged - suspect values included,
      *   so a reload gives back exactly what was there - and one 'T'
      *   trailer with the control totals bernrcov proves the reload
      *   against, plus the highest MAST-TIMESTAMP on the master: the
      *   point from which the BERNHIST journal is re-applied.
      * Tectonics: COPY BERNBKUP. (FILE SECTION, after FD BERN-BKUP)
      ******************************************************************
       01  BERN-BKUP-RECORD.
           05 BKUP-REC-TYPE     PIC X. *> H(eader), D(etail) or T(railer)
               88 BKUP-HEADER        VALUE 'H'.
               88 BKUP-DETAIL        VALUE 'D'.
               88 BKUP-TRAILER       VALUE 'T'.
           05 FILLER            PIC X(01).
           05 BKUP-BODY         PIC X(78).
           05 BKUP-HEADER-AREA REDEFINES BKUP-BODY.
               10 BKUP-CREATED      PIC X(21). *> FUNCTION CURRENT-DATE when bernbkup took it
               10 FILLER            PIC X(57).
           05 BKUP-DETAIL-AREA REDEFINES BKUP-BODY.
               10 BKUP-MAST-IMAGE   PIC X(41). *> BERN-MAST-RECORD as read, byte for byte
               10 FILLER            PIC X(37).
           05 BKUP-TRAILER-AREA REDEFINES BKUP-BODY.
               10 BKUP-REC-COUNT    PIC 9(7). *> 'D' records in the generation
               10 BKUP-INDEX-HASH   PIC 9(9). *> sum of their MAST-INDEX values
               10 BKUP-VALUE-SUM    PIC S9(10)V9(12). *> sum of their MAST-VALUE values
               10 BKUP-HIGH-STAMP   PIC X(21). *> highest MAST-TIMESTAMP unloaded - blank if none
               10 FILLER            PIC X(19).
