      *     byte existed) records feed the build-cost trend;
      *     Euler/tangent records are counted and reported apart so
      *     their zero build columns cannot drag the averages down.
      *   - Statistics record widened 80 to 86 bytes - bernoulli now
      *     appends its run ID; layout and LRECL follow suit here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bernstr. *>Program name
       FILE SECTION.  *>Data sent and received from storage.
       FD  BERN-STAT
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STAT-RECORD. *> reading view of BERN-STAT-RECORD as bernoulli writes it
           05 ST-TIMESTAMP     PIC X(21).
           05 FILLER           PIC X(01).
           05 ST-SERIES        PIC X(1). *> which series - build-cost columns only apply to B
               88 ST-SER-BERN     VALUES 'B', ' '. *> blank = written before the series byte existed
           05 FILLER           PIC X(01).
           05 ST-RUN-ID        PIC X(16). *> the run that wrote it - blank on records before run IDs
       WORKING-STORAGE SECTION. *> Define variables here.
       01 WS-STAT-STATUS   PIC XX. *> file status for BERN-STAT
           88 WS-STAT-OK      VALUE '00'.
