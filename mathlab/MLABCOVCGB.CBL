       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabCover.
       AUTHOR.  GARRETT BURNS.
      *
      *    MASTER-TO-AUDIT COVERAGE RECONCILIATION.  THE CASE MASTER
      *    (MLABMSTR) SAYS WHAT SHOULD BE RUNNING; THE AUDIT
      *    REPOSITORY (MLABAUD) SAYS WHAT ACTUALLY RAN.  A SELECTIVE
      *    MLABSELC CUT, A CARD LEFT SITTING ON THE REJECT FILE, OR
      *    A DELETED CASE CAN EACH QUIETLY STOP A CASE FROM RUNNING,
      *    AND NOTHING ELSE IN THE STREAM NOTICES.  THIS JOB LAYS
      *    THE TWO FILES SIDE BY SIDE IN CASE-ID ORDER (BOTH ARE
      *    KEYED ON THE CASE ID, SO IT IS A STRAIGHT TWO-FILE MATCH)
      *    AND LISTS:
      *      NEVER RUN  A MASTER CASE WHOSE EFFECTIVE WINDOW IS OPEN
      *                 ON THE RUN DATE BUT WHICH HAS NO AUDIT
      *                 RECORD AT ALL.
      *      DORMANT    AN OPEN CASE WHOSE LATEST AUDIT RUN DATE IS
      *                 MORE THAN THE DORMANCY LIMIT IN DAYS OLD.
      *      ORPHANED   AUDIT HISTORY FOR A CASE ID THAT IS NO
      *                 LONGER ON THE MASTER.
      *    COUNTS OF EVERY CATEGORY FOLLOW.  ANY CASE LISTED ENDS
      *    THE RUN WITH RETURN CODE 4.
      *
      *    THE DORMANCY LIMIT COMES FROM AN OPTIONAL CONTROL CARD
      *    (MLABCOVC): COLS 1-4, DAYS, 9(4).  NO CARD (OR A
      *    NON-NUMERIC ONE) MEANS 7 DAYS.
      *
      *    MODIFICATION HISTORY
      *    --------------------
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   GB    ORIGINAL PROGRAM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT COVER-REPORT
               ASSIGN TO PRINTER "PRINTCOV".

           SELECT MLAB-MASTER
               ASSIGN TO "MLABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CASE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MLAB-AUDIT
               ASSIGN TO "MLABAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT COVER-CARD
               ASSIGN TO "MLABCOVC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  COVER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
      *    THE LAYOUT MUST STAY IN STEP WITH MLABMAINT.
       FD  MLAB-MASTER
           RECORD CONTAINS 62 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MST-CASE-ID         PIC 9(05).
           05  MST-A               PIC S9(5)V999.
           05  MST-B               PIC S9(5)V999.
           05  MST-C               PIC S9(5)V999.
           05  MST-D               PIC S9(5)V999.
           05  MST-E               PIC S9(5)V999.
           05  MST-FORMULA-CODE    PIC X(01).
           05  MST-EFF-FROM        PIC 9(08).
           05  MST-EFF-THRU        PIC 9(08).
      *
      *    ONLY THE KEY MATTERS HERE.  THE LAYOUT MUST STAY IN STEP
      *    WITH MATHLAB.
       FD  MLAB-AUDIT
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-CASE-ID     PIC 9(07).
               10  AUD-RUN-DATE    PIC 9(08).
               10  AUD-RUN-TIME    PIC 9(08).
           05  AUD-REST            PIC X(65).
      *
       FD  COVER-CARD
           RECORD CONTAINS 4 CHARACTERS.
      *
       01  COVER-CARD-RECORD.
           05  COV-DORMANT-DAYS    PIC 9(04).
           05  COV-DORMANT-DAYS-X  REDEFINES COV-DORMANT-DAYS
                                   PIC X(04).
      *
       WORKING-STORAGE SECTION.
      *
       77  MASTER-EOF-SW           PIC X(01)      VALUE 'N'.
           88  END-OF-MASTER                      VALUE 'Y'.
       77  AUDIT-EOF-SW            PIC X(01)      VALUE 'N'.
           88  END-OF-AUDIT                       VALUE 'Y'.
       77  MASTER-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  AUDIT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       77  CARD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  DORMANT-DAYS            PIC 9(04)      VALUE 7.
       77  WINDOW-OPEN-SW          PIC X(01)      VALUE 'N'.
           88  WINDOW-OPEN                        VALUE 'Y'.
       77  MASTER-READ-COUNT       PIC 9(07) COMP VALUE 0.
       77  AUDIT-READ-COUNT        PIC 9(07) COMP VALUE 0.
       77  OPEN-CASE-COUNT         PIC 9(07) COMP VALUE 0.
       77  CLOSED-CASE-COUNT       PIC 9(07) COMP VALUE 0.
       77  CURRENT-CASE-COUNT      PIC 9(07) COMP VALUE 0.
       77  NEVER-RUN-COUNT         PIC 9(07) COMP VALUE 0.
       77  DORMANT-COUNT           PIC 9(07) COMP VALUE 0.
       77  ORPHAN-CASE-COUNT       PIC 9(07) COMP VALUE 0.
       77  ORPHAN-RECORD-COUNT     PIC 9(07) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
      *
      *    THE MATCH KEYS.  AN EXHAUSTED FILE TAKES A KEY ABOVE ANY
      *    REAL CASE ID SO THE OTHER FILE DRAINS WITHOUT A SPECIAL
      *    END GAME.
       77  MASTER-MATCH-KEY        PIC 9(08) COMP VALUE 0.
       77  AUDIT-MATCH-KEY         PIC 9(08) COMP VALUE 0.
       77  END-OF-FILE-KEY         PIC 9(08)      VALUE 99999999.
      *
      *    ONE CASE'S AUDIT HISTORY, GATHERED ACROSS ALL ITS RUNS.
      *    THE FILE IS IN KEY ORDER, SO THE LAST RECORD GATHERED
      *    CARRIES THE LATEST RUN DATE.
       77  GATHER-CASE-ID          PIC 9(08) COMP VALUE 0.
       77  GATHER-RECORD-COUNT     PIC 9(07) COMP VALUE 0.
       77  GATHER-FIRST-DATE       PIC 9(08)      VALUE 0.
       77  GATHER-LAST-DATE        PIC 9(08)      VALUE 0.
       77  DAYS-SINCE-RUN          PIC S9(07) COMP VALUE 0.
      *
      *    SCRATCH FIELDS FOR 80-DATE-TO-DAY-NUMBER: ONE CCYYMMDD
      *    DATE IN, A SERIAL DAY NUMBER OUT.  THE YEAR IS COUNTED
      *    FROM MARCH SO THE LEAP DAY FALLS AT THE END OF IT.
       01  DAY-NUMBER-WORK.
           05  DN-DATE             PIC 9(08).
           05  DN-DATE-PARTS       REDEFINES DN-DATE.
               10  DN-CCYY         PIC 9(04).
               10  DN-MM           PIC 9(02).
               10  DN-DD           PIC 9(02).
           05  DN-YEAR             PIC 9(05) COMP.
           05  DN-MONTH            PIC 9(02) COMP.
           05  DN-QUOTIENT         PIC 9(07) COMP.
           05  DN-DAY-NUMBER       PIC 9(09) COMP.
       77  RUN-DAY-NUMBER          PIC 9(09) COMP VALUE 0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(31)      VALUE
                                   '    MATHLAB AUDIT COVERAGE - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(4)       VALUE SPACES.
           05                  PIC X(9)       VALUE 'RUN DATE '.
           05  HL-RUN-DATE     PIC 9(08).
           05                  PIC X(3)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  CRITERIA-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(23)      VALUE
                                   'DORMANT AFTER MORE THAN'.
           05  CR-DORMANT-DAYS PIC Z(3)9.
           05                  PIC X(5)       VALUE ' DAYS'.
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(10)      VALUE 'CATEGORY'.
           05                  PIC X(9)       VALUE 'CASE ID'.
           05                  PIC X(5)       VALUE 'FORM'.
           05                  PIC X(18)      VALUE 'WINDOW FROM/THRU'.
           05                  PIC X(10)      VALUE 'FIRST RUN'.
           05                  PIC X(10)      VALUE 'LAST RUN'.
           05                  PIC X(6)       VALUE ' DAYS'.
           05                  PIC X(7)       VALUE '   RUNS'.
      *
       01  COVER-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  CV-CATEGORY     PIC X(10).
           05  CV-CASE-ID      PIC 9(07).
           05                  PIC X(2)       VALUE SPACES.
           05  CV-FORMULA      PIC X(01).
           05                  PIC X(4)       VALUE SPACES.
           05  CV-EFF-FROM     PIC X(08).
           05                  PIC X(1)       VALUE SPACES.
           05  CV-EFF-THRU     PIC X(08).
           05                  PIC X(1)       VALUE SPACES.
           05  CV-FIRST-RUN    PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  CV-LAST-RUN     PIC X(08).
           05                  PIC X(1)       VALUE SPACES.
           05  CV-DAYS         PIC Z(4)9.
           05  CV-DAYS-X       REDEFINES CV-DAYS
                               PIC X(05).
           05                  PIC X(1)       VALUE SPACES.
           05  CV-RUN-COUNT    PIC Z(5)9.
           05  CV-RUN-COUNT-X  REDEFINES CV-RUN-COUNT
                               PIC X(06).
      *
       01  TOTAL-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  TL-MESSAGE      PIC X(28).
           05  TL-COUNT        PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *
       00-CONTROL-MODULE.
           PERFORM 20-HOUSEKEEPING
           PERFORM 30-READ-MASTER
           PERFORM 35-READ-AUDIT
           PERFORM 40-MATCH-ONE-CASE
               UNTIL END-OF-MASTER AND END-OF-AUDIT
           PERFORM 999-FINAL-ROUTINE
       .

      *    EITHER FILE MISSING SIMPLY DRAINS THE OTHER -- NO AUDIT
      *    FILE LISTS EVERY OPEN CASE AS NEVER RUN, WHICH IS THE
      *    TRUTH OF IT.
       20-HOUSEKEEPING.
           OPEN OUTPUT COVER-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           MOVE RUN-DATE TO DN-DATE
           PERFORM 80-DATE-TO-DAY-NUMBER
           MOVE DN-DAY-NUMBER TO RUN-DAY-NUMBER

           PERFORM 22-READ-COVER-CARD THRU 22-READ-COVER-CARD-EXIT

           OPEN INPUT MLAB-MASTER
           IF MASTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO MASTER-EOF-SW
           END-IF
           OPEN INPUT MLAB-AUDIT
           IF AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO AUDIT-EOF-SW
           END-IF

           PERFORM 350-WRITE-HEADING
       .

       22-READ-COVER-CARD.
           OPEN INPUT COVER-CARD
           IF CARD-FILE-STATUS NOT = '00'
               GO TO 22-READ-COVER-CARD-EXIT
           END-IF

           READ COVER-CARD
               NOT AT END
                   IF COV-DORMANT-DAYS-X NUMERIC
                       MOVE COV-DORMANT-DAYS TO DORMANT-DAYS
                   END-IF
           END-READ
           CLOSE COVER-CARD
       .
       22-READ-COVER-CARD-EXIT.
           EXIT.

      *    AN EXHAUSTED FILE PARKS ON THE END-OF-FILE KEY.
       30-READ-MASTER.
           IF END-OF-MASTER
               MOVE END-OF-FILE-KEY TO MASTER-MATCH-KEY
           ELSE
               READ MLAB-MASTER NEXT
                   AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                       MOVE END-OF-FILE-KEY TO MASTER-MATCH-KEY
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       MOVE MST-CASE-ID TO MASTER-MATCH-KEY
               END-READ
           END-IF
       .

       35-READ-AUDIT.
           IF END-OF-AUDIT
               MOVE END-OF-FILE-KEY TO AUDIT-MATCH-KEY
           ELSE
               READ MLAB-AUDIT NEXT
                   AT END
                       MOVE 'Y' TO AUDIT-EOF-SW
                       MOVE END-OF-FILE-KEY TO AUDIT-MATCH-KEY
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       MOVE AUD-CASE-ID TO AUDIT-MATCH-KEY
               END-READ
           END-IF
       .

      *    A MASTER CASE MATCHES ALL OF ITS AUDIT RECORDS AT ONCE;
      *    AUDIT RECORDS WITH NO MASTER CASE GATHER AS ONE ORPHAN.
       40-MATCH-ONE-CASE.
           EVALUATE TRUE
               WHEN MASTER-MATCH-KEY < AUDIT-MATCH-KEY
                   PERFORM 60-JUDGE-WINDOW
                   IF WINDOW-OPEN
                       PERFORM 41-REPORT-NEVER-RUN
                   END-IF
                   PERFORM 30-READ-MASTER
               WHEN MASTER-MATCH-KEY > AUDIT-MATCH-KEY
                   PERFORM 45-GATHER-AUDIT-CASE
                   PERFORM 43-REPORT-ORPHAN
               WHEN OTHER
                   PERFORM 60-JUDGE-WINDOW
                   PERFORM 45-GATHER-AUDIT-CASE
                   IF WINDOW-OPEN
                       PERFORM 42-JUDGE-DORMANCY
                   END-IF
                   PERFORM 30-READ-MASTER
           END-EVALUATE
       .

       41-REPORT-NEVER-RUN.
           ADD 1 TO NEVER-RUN-COUNT
           MOVE 'NEVER RUN' TO CV-CATEGORY
           PERFORM 65-SET-MASTER-COLUMNS
           MOVE SPACES TO CV-FIRST-RUN
           MOVE SPACES TO CV-LAST-RUN
           MOVE SPACES TO CV-DAYS-X
           MOVE 0 TO CV-RUN-COUNT
           PERFORM 70-WRITE-COVER-LINE
       .

      *    AN OPEN CASE IS DORMANT WHEN ITS LATEST RUN IS MORE THAN
      *    THE LIMIT IN CALENDAR DAYS BEHIND TODAY'S RUN DATE.  A
      *    RUN DATE THAT WILL NOT READ AS A DATE COUNTS AS DORMANT
      *    -- BETTER A FALSE ALARM THAN A QUIET STALE CASE.
       42-JUDGE-DORMANCY.
           MOVE 99999 TO DAYS-SINCE-RUN
           IF GATHER-LAST-DATE NUMERIC
               MOVE GATHER-LAST-DATE TO DN-DATE
               PERFORM 80-DATE-TO-DAY-NUMBER
               COMPUTE DAYS-SINCE-RUN =
                   RUN-DAY-NUMBER - DN-DAY-NUMBER
           END-IF
           IF DAYS-SINCE-RUN > DORMANT-DAYS
               ADD 1 TO DORMANT-COUNT
               MOVE 'DORMANT' TO CV-CATEGORY
               PERFORM 65-SET-MASTER-COLUMNS
               PERFORM 66-SET-AUDIT-COLUMNS
               MOVE DAYS-SINCE-RUN TO CV-DAYS
               PERFORM 70-WRITE-COVER-LINE
           ELSE
               ADD 1 TO CURRENT-CASE-COUNT
           END-IF
       .

       43-REPORT-ORPHAN.
           ADD 1 TO ORPHAN-CASE-COUNT
           ADD GATHER-RECORD-COUNT TO ORPHAN-RECORD-COUNT
           MOVE 'ORPHANED' TO CV-CATEGORY
           MOVE GATHER-CASE-ID TO CV-CASE-ID
           MOVE SPACE TO CV-FORMULA
           MOVE SPACES TO CV-EFF-FROM
           MOVE SPACES TO CV-EFF-THRU
           PERFORM 66-SET-AUDIT-COLUMNS
           MOVE SPACES TO CV-DAYS-X
           PERFORM 70-WRITE-COVER-LINE
       .

      *    READS PAST EVERY AUDIT RECORD FOR THE CURRENT AUDIT CASE,
      *    KEEPING THE COUNT AND THE FIRST AND LAST RUN DATES.
       45-GATHER-AUDIT-CASE.
           MOVE AUDIT-MATCH-KEY TO GATHER-CASE-ID
           MOVE 0 TO GATHER-RECORD-COUNT
           MOVE AUD-RUN-DATE TO GATHER-FIRST-DATE
           PERFORM 46-GATHER-ONE-AUDIT
               UNTIL AUDIT-MATCH-KEY NOT = GATHER-CASE-ID
       .

       46-GATHER-ONE-AUDIT.
           ADD 1 TO GATHER-RECORD-COUNT
           MOVE AUD-RUN-DATE TO GATHER-LAST-DATE
           PERFORM 35-READ-AUDIT
       .

      *    THE SAME WINDOW TEST MLABMAINT APPLIES WHEN IT CUTS
      *    MLABIN: A ZERO OR UNREADABLE DATE LEAVES THAT END OPEN.
       60-JUDGE-WINDOW.
           MOVE 'Y' TO WINDOW-OPEN-SW
           IF MST-EFF-FROM NUMERIC
              AND MST-EFF-FROM > ZERO
              AND RUN-DATE < MST-EFF-FROM
               MOVE 'N' TO WINDOW-OPEN-SW
           END-IF
           IF MST-EFF-THRU NUMERIC
              AND MST-EFF-THRU > ZERO
              AND RUN-DATE > MST-EFF-THRU
               MOVE 'N' TO WINDOW-OPEN-SW
           END-IF
           IF WINDOW-OPEN
               ADD 1 TO OPEN-CASE-COUNT
           ELSE
               ADD 1 TO CLOSED-CASE-COUNT
           END-IF
       .

       65-SET-MASTER-COLUMNS.
           MOVE MST-CASE-ID TO CV-CASE-ID
           MOVE MST-FORMULA-CODE TO CV-FORMULA
           MOVE MST-EFF-FROM TO CV-EFF-FROM
           MOVE MST-EFF-THRU TO CV-EFF-THRU
       .

       66-SET-AUDIT-COLUMNS.
           MOVE GATHER-FIRST-DATE TO CV-FIRST-RUN
           MOVE GATHER-LAST-DATE TO CV-LAST-RUN
           MOVE GATHER-RECORD-COUNT TO CV-RUN-COUNT
       .

       70-WRITE-COVER-LINE.
           MOVE COVER-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

      *    CCYYMMDD TO A SERIAL DAY NUMBER, SO TWO DATES SUBTRACT TO
      *    A COUNT OF CALENDAR DAYS ACROSS MONTH, YEAR, AND CENTURY
      *    ENDS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
      *    THE YEAR BEFORE, WHICH PUTS ANY LEAP DAY LAST; EACH
      *    DIVIDE TRUNCATES ON PURPOSE.
       80-DATE-TO-DAY-NUMBER.
           MOVE DN-CCYY TO DN-YEAR
           MOVE DN-MM TO DN-MONTH
           IF DN-MONTH < 3
               SUBTRACT 1 FROM DN-YEAR
               ADD 12 TO DN-MONTH
           END-IF
           COMPUTE DN-DAY-NUMBER = DN-YEAR * 365 + DN-DD
           DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DN-DAY-NUMBER
           DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT
           SUBTRACT DN-QUOTIENT FROM DN-DAY-NUMBER
           DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DN-DAY-NUMBER
           COMPUTE DN-QUOTIENT = (DN-MONTH - 3) * 153 + 2
           DIVIDE DN-QUOTIENT BY 5 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DN-DAY-NUMBER
       .

       300-WRITE-A-LINE.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 350-WRITE-HEADING
           END-IF

           MOVE PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO LINE-COUNT
       .

       350-WRITE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-PAGE-NUMBER
           MOVE RUN-DATE TO HL-RUN-DATE
           MOVE DORMANT-DAYS TO CR-DORMANT-DAYS

           WRITE REPORT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM CRITERIA-LINE
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM COLUMN-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO LINE-COUNT
       .

       999-FINAL-ROUTINE.
           MOVE 'MASTER CASES READ       = ' TO TL-MESSAGE
           MOVE MASTER-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'AUDIT RECORDS READ      = ' TO TL-MESSAGE
           MOVE AUDIT-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'CASES WINDOW OPEN       = ' TO TL-MESSAGE
           MOVE OPEN-CASE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'CASES WINDOW CLOSED     = ' TO TL-MESSAGE
           MOVE CLOSED-CASE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'OPEN CASES CURRENT      = ' TO TL-MESSAGE
           MOVE CURRENT-CASE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'OPEN CASES NEVER RUN    = ' TO TL-MESSAGE
           MOVE NEVER-RUN-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'OPEN CASES DORMANT      = ' TO TL-MESSAGE
           MOVE DORMANT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'ORPHANED CASE IDS       = ' TO TL-MESSAGE
           MOVE ORPHAN-CASE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'ORPHANED AUDIT RECORDS  = ' TO TL-MESSAGE
           MOVE ORPHAN-RECORD-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           IF NEVER-RUN-COUNT > ZERO
              OR DORMANT-COUNT > ZERO
              OR ORPHAN-CASE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE COVER-REPORT
           CLOSE MLAB-MASTER
           CLOSE MLAB-AUDIT
           STOP RUN
       .
