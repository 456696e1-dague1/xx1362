      ******************************************************************
      * Purpose: Record layout of the BERNLIN coefficient lineage file
      *   (sequential, appended to by bernsum, bernpoly, bernzeta and
      *   bernlgam).
      *   One record per coefficient per result line - which program
      *   produced the line, in which run, from which input card,
      *   which B(j) it was built from and whether that value came
      *   off BERNMAST (with the MAST-TIMESTAMP read), from a named
      *   BERNSNAP snapshot or from the program's fallback path.
      *   bernimp matches the master-served records against BERNHIST
      *   to list the results produced with a value that has since
      *   been replaced.
      * Tectonics: COPY BERNLIN. (FILE SECTION, after FD BERN-LINEAGE)
      ******************************************************************
       01  BERN-LIN-RECORD.
           05 LIN-PROGRAM       PIC X(8). *> consuming program - BERNSUM, BERNPOLY, BERNZETA or BERNLGAM
           05 FILLER            PIC X(01).
           05 LIN-RUN-STAMP     PIC X(21). *> start stamp of the consuming run - (1:16) identifies it
           05 FILLER            PIC X(01).
           05 LIN-CARD-SEQ      PIC 9(7). *> card number within that run = line number of its output
           05 FILLER            PIC X(01).
           05 LIN-CARD          PIC X(20). *> the input card as keyed, columns 1-20
           05 FILLER            PIC X(01).
           05 LIN-SERIES        PIC X(1). *> series of the coefficient used - B(ernoulli)
           05 LIN-INDEX         PIC 9(5). *> index of the coefficient used
           05 FILLER            PIC X(01).
           05 LIN-SOURCE        PIC X(1). *> where the value came from
               88 LIN-FROM-MASTER    VALUE 'M'.
               88 LIN-FROM-BERNCALC  VALUE 'C'.
               88 LIN-FROM-DECIMAL   VALUE 'D'.
               88 LIN-FROM-SNAPSHOT  VALUE 'S'.
           05 FILLER            PIC X(01).
           05 LIN-MAST-STAMP    PIC X(21). *> MAST-TIMESTAMP of the record read (as carried by the
                                *> snapshot, for 'S') - blank for the fallback paths
           05 FILLER            PIC X(01).
           05 LIN-SNAP-NAME     PIC X(8). *> the snapshot the run was pinned to - blank on a live run
           05 FILLER            PIC X(01).
