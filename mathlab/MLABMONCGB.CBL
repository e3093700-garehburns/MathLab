      *    --------------------
      *    DATE       INIT  DESCRIPTION
      *    09/02/26   GB    ORIGINAL PROGRAM.
      *    10/15/26   GB    MLABSTAT GREW TO 131 BYTES WITH
      *                     MATHLAB'S COUNT OF TRAPPED CASES WHOSE
      *                     LAST CLEAN ANSWER WAS CARRIED FORWARD TO
      *                     THE EXTRACT.  THE MONTH TOTALS NOW SHOW
      *                     IT.  OPERATIONS CYCLES MLABSTAT AT THE
      *                     CUTOVER SO NO 124-BYTE RECORDS REMAIN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    THE RUN-STATISTICS RECORD AS MATHLAB WRITES IT -- THE
      *    LAYOUT MUST STAY IN STEP WITH MATHLAB.
       FD  MLAB-STATS
           RECORD CONTAINS 131 CHARACTERS.
      *
       01  STATS-RECORD.
           05  SR-RUN-DATE         PIC 9(08).
           05  SR-ANS-MIN          PIC S9(5)V999.
           05  SR-ANS-MAX          PIC S9(5)V999.
           05  SR-ANS-AVG          PIC S9(5)V999.
           05  SR-CARRY-FWD        PIC 9(07).
      *
       WORKING-STORAGE SECTION.
      *
           05  TOT-LIMIT           PIC 9(09)      VALUE 0.
           05  TOT-OOB             PIC 9(09)      VALUE 0.
           05  TOT-SUSP            PIC 9(09)      VALUE 0.
           05  TOT-CARRY           PIC 9(09)      VALUE 0.
      *
       77  OVERALL-RATE            PIC 9(03)V99   VALUE 0.
       77  DAY-RATE                PIC 9(03)V99   VALUE 0.
                       ADD SR-LIMIT-EXC TO DY-LIMIT (DAY-SUB)
                       ADD SR-RECON-OOB TO DY-OOB (DAY-SUB)
                       ADD SR-SUSP-OUT TO DY-SUSP (DAY-SUB)
                       ADD SR-CARRY-FWD TO TOT-CARRY
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'MONTH CARRIED FORWARD   = ' TO TL-MESSAGE
           MOVE TOT-CARRY TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'MONTH EXCEPTION RATE    = ' TO RA-MESSAGE
           MOVE OVERALL-RATE TO RA-RATE
           MOVE RATE-LINE TO PRINT-LINE
