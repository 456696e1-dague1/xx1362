      ******************************************************************
      * Purpose: Parameter area of the bernqest cost estimator, CALLed
      *   by the BERNOUL pre-step (bernqfmt) to admit requests against
      *   the night's budget and by the request-entry dialog (bernrqst)
      *   to show the analyst what a request will cost. The caller
      *   loads the BERNSTAT history once, then asks for one estimate
      *   per request; all figures are hundredths of a second, the
      *   unit bernoulli writes to BERNSTAT and bernstr trends.
      * Tectonics: COPY BERNQEST. (WORKING-STORAGE in the callers,
      *   LINKAGE SECTION in bernqest)
      ******************************************************************
       01  BERN-QEST-AREA.
           05 QEST-FUNCTION     PIC X. *> what the caller wants
               88 QEST-LOAD          VALUE 'L'. *> read BERNSTAT into the tables - call once at start-up
               88 QEST-ESTIMATE      VALUE 'E'. *> estimate the request below
           05 QEST-SERIES       PIC X. *> the request - series, blank taken as B(ernoulli)
           05 QEST-N            PIC 9(5). *> the request - index
           05 QEST-BUILD-FLAG   PIC X. *> whether the request needs the shared build
               88 QEST-NEEDS-BUILD   VALUE 'Y'.
               88 QEST-NO-BUILD      VALUE 'N'. *> Euler, or a tangent n served without the table
           05 QEST-BUILD-TO     PIC 9(5). *> table slot the build must reach, zero if none
           05 QEST-BUILD-HNDS   PIC 9(7). *> estimated build elapsed to QEST-BUILD-TO
           05 QEST-SERVE-HNDS   PIC 9(7). *> estimated serve elapsed for the card
           05 QEST-TOTAL-HNDS   PIC 9(7). *> build + serve, as if the request ran alone
           05 QEST-BASIS        PIC X. *> what the estimate rests on
               88 QEST-BASIS-HIST    VALUE 'H'. *> history at this series and n
               88 QEST-BASIS-NEAR    VALUE 'N'. *> nearest n, series or overall history
               88 QEST-BASIS-NONE    VALUE 'X'. *> no history - estimate is zero
           05 QEST-RUNS         PIC 9(7). *> stat records behind the serve estimate
           05 QEST-RC           PIC S9(4). *> the outcome
               88 QEST-OK            VALUE 0.
               88 QEST-NO-HISTORY    VALUE 4. *> BERNSTAT read but empty
               88 QEST-UNAVAILABLE   VALUE 12. *> BERNSTAT would not open - no estimate
