      *         EDIT READ (MLABEDT IN)
      *      2. CLEAN PLUS REJECTS (MLABVAL + MLABREJ) = CARDS THE
      *         EDIT READ
      *      3. MATHLAB CASES READ PLUS THE DETAILS IN BATCHES IT
      *         SKIPPED = MLABVAL DETAILS
      *      4. EXTRACT RECORDS WRITTEN (MLABEXT) = MATHLAB CASES
      *         PROCESSED
      *    ONE OUT-OF-BALANCE PAGE AT 6 AM BEATS AN HOUR OF
      *    --------------------
      *    DATE       INIT  DESCRIPTION
      *    09/02/26   GB    ORIGINAL PROGRAM.
      *    10/15/26   GB    CHECK 3 NOW ADDS THE DETAILS MATHLAB HELD
      *                     BACK IN SKIPPED BATCHES (ITS 'MATHLABK'
      *                     RECORD) TO THE CASES IT READ.  A SKIPPED
      *                     BATCH NO LONGER FAILS THE CHAIN AND HOLDS
      *                     UP THE NIGHT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  MLB-FOUND                      VALUE 'Y'.
           05  MLB-RECORDS-IN      PIC 9(07)      VALUE 0.
           05  MLB-EXTRACT-OUT     PIC 9(07)      VALUE 0.
           05  MLB-SKIPPED-IN      PIC 9(07)      VALUE 0.
      *
       77  CHECK-EXPECTED          PIC 9(08)      VALUE 0.
       77  CHECK-ACTUAL            PIC 9(08)      VALUE 0.
                           MOVE 'Y' TO MLB-FOUND-SW
                           MOVE RL-RECORDS-IN TO MLB-RECORDS-IN
                           MOVE RL-RECORDS-OUT-2 TO MLB-EXTRACT-OUT
                           MOVE 0 TO MLB-SKIPPED-IN
                       WHEN 'MATHLABK'
                           MOVE RL-RECORDS-IN TO MLB-SKIPPED-IN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               GIVING CHECK-ACTUAL
           PERFORM 70-JUDGE-ONE-CHECK

      *    A 'MATHLABK' RECORD ONLY EVER FOLLOWS THE 'MATHLAB '
      *    RECORD OF THE SAME RUN, AND EACH 'MATHLAB ' RECORD CLEARS
      *    THE SKIPPED FIGURE, SO A CLEAN RERUN IS NEVER CREDITED
      *    WITH AN EARLIER RUN'S SKIPS.
           MOVE 'MATHLAB READ + SKIPPED = MLABVAL    '
               TO CK-MESSAGE
           MOVE EDT-VALID-OUT TO CHECK-EXPECTED
           ADD MLB-RECORDS-IN TO MLB-SKIPPED-IN
               GIVING CHECK-ACTUAL
           PERFORM 70-JUDGE-ONE-CHECK

           MOVE 'EXTRACT WRITTEN = CASES PROCESSED   '
