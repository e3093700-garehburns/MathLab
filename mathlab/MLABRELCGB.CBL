       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabRel.
       AUTHOR.  GARRETT BURNS.
      *
      *    RELEASE GATE FOR THE NIGHT'S EXTRACT.  MATHLAB FLAGS
      *    EVERY CASE WHOSE COMPUTED ANS FELL OUTSIDE ITS FORMULA'S
      *    REASONABLENESS BAND ('R' IN THE LAST COLUMN OF ITS
      *    MLABEXT RECORD) AND LISTS IT ON THE ANSWER REVIEW REPORT
      *    (PRINTREV).  A REVIEWER MARKS EACH ONE APPROVE OR REJECT
      *    AND THE DECISIONS ARE KEYED TO THE SIGN-OFF FILE
      *    (MLABSIGN).  THIS STEP RUNS AFTER MATHLAB, READS MLABEXT
      *    WITH THE SIGN-OFFS, AND SPLITS THE EXTRACT:
      *      RELEASED   IN-BAND CASES AND APPROVED OUT-OF-BAND CASES
      *                 GO TO THE RELEASED EXTRACT (MLABRELX), WHICH
      *                 IS WHAT LEAVES FOR THE DOWNSTREAM SYSTEMS.
      *      HELD       REJECTED CASES, AND OUT-OF-BAND CASES NOBODY
      *                 HAS DECIDED YET, GO TO THE HELD FILE
      *                 (MLABHLDN).
      *    THE HELD FILE CARRIES FORWARD: IT IS SWAPPED IN AS
      *    MLABHLDP FOR THE NEXT NIGHT, THE SAME WAY MLABSUSN
      *    CYCLES TO MLABSUSP, AND EACH HELD CASE IS JUDGED AGAIN
      *    AGAINST THAT NIGHT'S SIGN-OFFS.  A HELD CASE THAT COMES
      *    THROUGH MATHLAB AGAIN IS SUPERSEDED BY THE NEW RESULT AND
      *    DROPS OFF -- ONLY THE LATEST ANSWER EVER WAITS FOR REVIEW.
      *    A REJECTION STANDS UNTIL A LATER SIGN-OFF APPROVES THE
      *    CASE OR A NEW RUN SUPERSEDES IT.
      *
      *    THE RELEASE REPORT (PRINTREL) LISTS EVERY OUT-OF-BAND
      *    CASE WITH THE DECISION, THE REVIEWER'S INITIALS, THE
      *    DATE SIGNED, AND WHAT BECAME OF IT, SO AUDIT CAN SEE WHO
      *    APPROVED WHAT.  SIGN-OFF CARDS THAT FAIL THEIR EDIT OR
      *    MATCH NO CASE AWAITING REVIEW PRINT AS IGNORED.  THE RUN
      *    ENDS WITH RETURN CODE 4 WHEN ANY CASE IS HELD, AND 12
      *    WHEN THE RELEASED, HELD AND SUPERSEDED COUNTS DO NOT
      *    ACCOUNT FOR EVERY RECORD READ.
      *
      *    SIGN-OFF CARD (MLABSIGN):
      *      COLS  1-5   CASE ID
      *      COL   6     'A' APPROVE  'R' REJECT
      *      COLS  7-9   REVIEWER INITIALS
      *      COLS 10-17  DATE SIGNED (CCYYMMDD, BLANK = RUN DATE)
      *      COLS 18-27  THE ANS REVIEWED, EXACTLY AS PRINTREV PRINTS
      *                  IT (99999.999-)
      *    A LATER CARD FOR THE SAME CASE REPLACES AN EARLIER ONE.
      *    A CARD DECIDES ONLY THE ANSWER IT NAMES.  IF THE CASE HAS
      *    BEEN RUN AGAIN SINCE THE REVIEW AND NOW WAITS ON A
      *    DIFFERENT ANSWER, THE CARD PRINTS AS IGNORED AND THE NEW
      *    ANSWER STAYS HELD UNTIL SOMEONE REVIEWS IT.
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
           SELECT RELEASE-REPORT
               ASSIGN TO PRINTER "PRINTREL".

           SELECT MLAB-EXTRACT
               ASSIGN TO "MLABEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT RELEASED-EXTRACT
               ASSIGN TO "MLABRELX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASED-FILE-STATUS.

           SELECT SIGNOFF-FILE
               ASSIGN TO "MLABSIGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-FILE-STATUS.

           SELECT HELD-IN
               ASSIGN TO "MLABHLDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-IN-FILE-STATUS.

           SELECT HELD-OUT
               ASSIGN TO "MLABHLDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-OUT-FILE-STATUS.

           SELECT MLAB-RUN-LOG
               ASSIGN TO "MLABRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  RELEASE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
      *    THE EXTRACT LINE AS MATHLAB WRITES IT.  THE FIELDS THIS
      *    STEP NEEDS ARE CUT OUT OF HELD-WORK BELOW; THE LAYOUT
      *    MUST STAY IN STEP WITH MATHLAB'S EXTRACT-LINE.
       FD  MLAB-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  EXTRACT-RECORD          PIC X(123).
      *
       FD  RELEASED-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  RELEASED-RECORD         PIC X(123).
      *
       FD  SIGNOFF-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  SIGNOFF-RECORD.
           05  SGN-CASE-ID         PIC 9(05).
           05  SGN-CASE-ID-X       REDEFINES SGN-CASE-ID
                                   PIC X(05).
           05  SGN-DECISION        PIC X(01).
           05  SGN-INITIALS        PIC X(03).
           05  SGN-DATE            PIC 9(08).
           05  SGN-DATE-X          REDEFINES SGN-DATE
                                   PIC X(08).
           05  SGN-COMPUTE-ANS     PIC X(10).
           05  FILLER              PIC X(03).
      *
      *    A HELD RECORD IS THE EXTRACT LINE AS IT WILL BE RELEASED
      *    PLUS THE DATE IT WAS FIRST HELD AND ANY REJECTION THAT
      *    STANDS AGAINST IT.
       FD  HELD-IN
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  HELD-IN-RECORD          PIC X(150).
      *
       FD  HELD-OUT
           RECORD CONTAINS 150 CHARACTERS.
      *
       01  HELD-OUT-RECORD         PIC X(150).
      *
      *    THE COMMON RUN LOG -- LAYOUT SHARED WITH MLABMNT,
      *    MLABEDT, MATHLAB, MLABCMP, MLABFIX, AND THE MLABBAL
      *    BALANCER.
       FD  MLAB-RUN-LOG
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID       PIC X(08).
           05  RL-RUN-DATE         PIC 9(08).
           05  RL-RUN-TIME         PIC 9(08).
           05  RL-RECORDS-IN       PIC 9(07).
           05  RL-FILE-1-ID        PIC X(08).
           05  RL-RECORDS-OUT-1    PIC 9(07).
           05  RL-FILE-2-ID        PIC X(08).
           05  RL-RECORDS-OUT-2    PIC 9(07).
           05  RL-FILE-3-ID        PIC X(08).
           05  RL-RECORDS-OUT-3    PIC 9(07).
           05  RL-RETURN-CODE      PIC 9(02).
           05  FILLER              PIC X(02).
      *
       WORKING-STORAGE SECTION.
      *
       77  EXTRACT-EOF-SW          PIC X(01)      VALUE 'N'.
           88  END-OF-EXTRACT                     VALUE 'Y'.
       77  SIGNOFF-EOF-SW          PIC X(01)      VALUE 'N'.
           88  END-OF-SIGNOFFS                    VALUE 'Y'.
       77  HELD-EOF-SW             PIC X(01)      VALUE 'N'.
           88  END-OF-HELD                        VALUE 'Y'.
       77  EXTRACT-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  RELEASED-FILE-STATUS    PIC X(02)      VALUE SPACES.
       77  SIGNOFF-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  HELD-IN-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  HELD-OUT-FILE-STATUS    PIC X(02)      VALUE SPACES.
       77  RUNLOG-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  RUN-TIME                PIC 9(08)      VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
       77  EXTRACT-READ-COUNT      PIC 9(07) COMP VALUE 0.
       77  HELD-READ-COUNT         PIC 9(07) COMP VALUE 0.
       77  SIGNOFF-READ-COUNT      PIC 9(07) COMP VALUE 0.
       77  SIGNOFF-BAD-COUNT       PIC 9(07) COMP VALUE 0.
       77  SIGNOFF-UNUSED-COUNT    PIC 9(07) COMP VALUE 0.
       77  INBAND-COUNT            PIC 9(07) COMP VALUE 0.
       77  APPROVED-COUNT          PIC 9(07) COMP VALUE 0.
       77  REJECTED-COUNT          PIC 9(07) COMP VALUE 0.
       77  UNDECIDED-COUNT         PIC 9(07) COMP VALUE 0.
       77  SUPERSEDED-COUNT        PIC 9(07) COMP VALUE 0.
       77  HELD-OVERFLOW-COUNT     PIC 9(07) COMP VALUE 0.
       77  RELEASED-OUT-COUNT      PIC 9(07) COMP VALUE 0.
       77  HELD-OUT-COUNT          PIC 9(07) COMP VALUE 0.
       77  RECORDS-IN-TOTAL        PIC 9(07) COMP VALUE 0.
       77  RECORDS-OUT-TOTAL       PIC 9(07) COMP VALUE 0.
       77  SIGN-SUB                PIC 9(04) COMP VALUE 0.
       77  HELD-SUB                PIC 9(04) COMP VALUE 0.
       77  SIGN-FOUND-SW           PIC X(01)      VALUE 'N'.
           88  SIGN-FOUND                         VALUE 'Y'.
       77  CURRENT-CASE-ID         PIC 9(05)      VALUE 0.
       77  SIGNOFF-REASON          PIC X(30)      VALUE SPACES.
      *
      *    THE HELD CASE'S COMPUTED ANS, CUT FROM THE EXTRACT LINE
      *    (-99999.999) AND RE-EDITED THE WAY PRINTREV SHOWS IT, SO
      *    IT CAN BE MATCHED TO THE ANSWER KEYED ON THE SIGN-OFF.
       01  PARSE-WORK.
           05  PW-EDITED.
               10  PW-SIGN         PIC X(01).
               10  PW-WHOLE        PIC X(05).
               10  PW-WHOLE-9      REDEFINES PW-WHOLE
                                   PIC 9(05).
               10  FILLER          PIC X(01).
               10  PW-DECIMAL      PIC X(03).
               10  PW-DECIMAL-9    REDEFINES PW-DECIMAL
                                   PIC 9(03).
           05  PW-ANSWER           PIC S9(5)V999  VALUE +0.
           05  PW-REVIEW-ANS       PIC 99999.999-.
           05  PW-REVIEW-ANS-X     REDEFINES PW-REVIEW-ANS
                                   PIC X(10).
      *
      *    THE EDITED CASE ID MAY CARRY LEADING SPACES; THEY ARE
      *    ZEROED HERE BEFORE IT IS USED AS A NUMBER.
       01  CASE-ID-WORK            PIC X(05)      VALUE SPACES.
       01  CASE-ID-WORK-9          REDEFINES CASE-ID-WORK
                                   PIC 9(05).
      *
      *    ONE CASE AWAITING A DECISION, WHETHER IT CAME OFF
      *    TONIGHT'S EXTRACT OR OFF THE PRIOR HELD FILE.  THE
      *    EXTRACT IMAGE IS CUT AT THE MATHLAB EXTRACT-LINE COLUMNS:
      *    CASE ID 1-5, COMPUTED ANS 73-82, BATCH ID 114-121,
      *    REVIEW FLAG 123.
       01  HELD-WORK.
           05  HW-EXTRACT-IMAGE.
               10  HW-CASE-ID      PIC X(05).
               10  FILLER          PIC X(67).
               10  HW-COMPUTE-ANS  PIC X(10).
               10  FILLER          PIC X(31).
               10  HW-BATCH-ID     PIC X(08).
               10  FILLER          PIC X(01).
               10  HW-REVIEW-FLAG  PIC X(01).
                   88  HW-REVIEW-NEEDED           VALUE 'R'.
           05  HW-HELD-DATE        PIC 9(08).
           05  HW-DECISION         PIC X(01).
               88  HW-REJECTED                    VALUE 'R'.
           05  HW-INITIALS         PIC X(03).
           05  HW-SIGNED-DATE      PIC 9(08).
           05  FILLER              PIC X(07).
      *
      *    THE NIGHT'S SIGN-OFFS, ONE ENTRY PER CASE.  EACH IS
      *    MARKED USED WHEN IT DECIDES A CASE; AN UNUSED ONE AT THE
      *    END MATCHED NOTHING AWAITING REVIEW AND IS REPORTED.  THE
      *    MISMATCH SWITCH SAYS THE CASE WAS WAITING, BUT ON AN
      *    ANSWER OTHER THAN THE ONE THE CARD NAMES.
       01  SIGNOFF-TABLE.
           05  SIGN-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  SIGN-ENTRY          OCCURS 2000 TIMES.
               10  ST-CASE-ID      PIC 9(05).
               10  ST-DECISION     PIC X(01).
               10  ST-INITIALS     PIC X(03).
               10  ST-DATE         PIC 9(08).
               10  ST-COMPUTE-ANS  PIC X(10).
               10  ST-USED-SW      PIC X(01).
               10  ST-MISMATCH-SW  PIC X(01).
               10  ST-CARD         PIC X(30).
      *
      *    THE PRIOR NIGHT'S HELD CASES.  TONIGHT'S EXTRACT MARKS
      *    ANY IT SUPERSEDES; THE REST ARE JUDGED AGAIN AFTER THE
      *    EXTRACT.  A HELD FILE LONGER THAN THE TABLE HAS THE
      *    EXCESS CARRIED FORWARD AS IT STANDS, UNJUDGED, AND SAID
      *    SO ON THE REPORT.
       01  PRIOR-HELD-TABLE.
           05  HELD-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  HELD-ENTRY          OCCURS 2000 TIMES.
               10  PH-CASE-ID      PIC 9(05).
               10  PH-STATUS       PIC X(01).
                   88  PH-PENDING                 VALUE 'P'.
                   88  PH-SUPERSEDED              VALUE 'S'.
               10  PH-IMAGE        PIC X(150).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(30)      VALUE
                                   '    MATHLAB EXTRACT RELEASE - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(8)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(7)       VALUE 'CASE'.
           05                  PIC X(10)      VALUE 'BATCH'.
           05                  PIC X(12)      VALUE 'COMPUTED'.
           05                  PIC X(10)      VALUE 'DECISION'.
           05                  PIC X(5)       VALUE 'BY'.
           05                  PIC X(10)      VALUE 'SIGNED'.
           05                  PIC X(10)      VALUE 'ACTION'.
           05                  PIC X(10)      VALUE 'HELD SINCE'.
      *
       01  RELEASE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  RR-CASE-ID      PIC X(05).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-BATCH-ID     PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-COMPUTE-ANS  PIC X(10).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-DECISION     PIC X(10).
           05  RR-INITIALS     PIC X(03).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-SIGNED-DATE  PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-ACTION       PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  RR-HELD-SINCE   PIC X(08).
      *
       01  SIGNOFF-ERROR-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(17)      VALUE
                                   'SIGN-OFF IGNORED '.
           05  SE-CARD         PIC X(30).
           05                  PIC X(2)       VALUE SPACES.
           05  SE-REASON       PIC X(28).
      *
       01  TOTAL-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  TL-MESSAGE      PIC X(28).
           05  TL-COUNT        PIC Z(6)9.
      *
       01  MESSAGE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  ML-MESSAGE      PIC X(55).
      *
       PROCEDURE DIVISION.
      *
       00-CONTROL-MODULE.
           PERFORM 20-HOUSEKEEPING
           PERFORM 30-READ-EXTRACT
           PERFORM 40-RELEASE-ONE-CASE UNTIL END-OF-EXTRACT
           MOVE 0 TO HELD-SUB
           PERFORM 60-RECHECK-ONE-HELD
               UNTIL HELD-SUB >= HELD-ENTRY-COUNT
           MOVE 0 TO SIGN-SUB
           PERFORM 70-CHECK-ONE-SIGNOFF
               UNTIL SIGN-SUB >= SIGN-ENTRY-COUNT
           PERFORM 999-FINAL-ROUTINE
       .

      *    THE SIGN-OFFS AND THE PRIOR HELD CASES LOAD BEFORE THE
      *    FIRST EXTRACT RECORD IS READ; NEITHER FILE HAS TO EXIST
      *    (NO SIGN-OFFS JUST MEANS EVERY OUT-OF-BAND CASE IS HELD).
       20-HOUSEKEEPING.
           OPEN OUTPUT RELEASE-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           PERFORM 350-WRITE-HEADING

           PERFORM 22-LOAD-SIGNOFFS THRU 22-LOAD-SIGNOFFS-EXIT
           OPEN OUTPUT HELD-OUT
           PERFORM 24-LOAD-PRIOR-HELD THRU 24-LOAD-PRIOR-HELD-EXIT

           OPEN OUTPUT RELEASED-EXTRACT
           OPEN INPUT MLAB-EXTRACT
           IF EXTRACT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO EXTRACT-EOF-SW
           END-IF
       .

       22-LOAD-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE
           IF SIGNOFF-FILE-STATUS NOT = '00'
               GO TO 22-LOAD-SIGNOFFS-EXIT
           END-IF
           PERFORM 23-LOAD-ONE-SIGNOFF UNTIL END-OF-SIGNOFFS
           CLOSE SIGNOFF-FILE
       .
       22-LOAD-SIGNOFFS-EXIT.
           EXIT.

       23-LOAD-ONE-SIGNOFF.
           READ SIGNOFF-FILE
               AT END
                   MOVE 'Y' TO SIGNOFF-EOF-SW
               NOT AT END
                   ADD 1 TO SIGNOFF-READ-COUNT
                   PERFORM 25-EDIT-ONE-SIGNOFF
                       THRU 25-EDIT-ONE-SIGNOFF-EXIT
           END-READ
       .

      *    A CARD MUST NAME A CASE, SAY A OR R, CARRY THE REVIEWER'S
      *    INITIALS -- AN UNSIGNED DECISION IS NO SIGN-OFF AT ALL --
      *    AND NAME THE ANSWER THAT WAS REVIEWED.  A SECOND CARD FOR
      *    THE SAME CASE REPLACES THE FIRST, SO A REVIEWER WHO
      *    CHANGES THEIR MIND KEYS ANOTHER CARD RATHER THAN HUNTING
      *    DOWN THE OLD ONE.
       25-EDIT-ONE-SIGNOFF.
           IF SGN-CASE-ID-X NOT NUMERIC
               MOVE 'CASE ID NOT NUMERIC' TO SIGNOFF-REASON
               PERFORM 26-WRITE-SIGNOFF-ERROR
               GO TO 25-EDIT-ONE-SIGNOFF-EXIT
           END-IF
           IF SGN-DECISION NOT = 'A' AND SGN-DECISION NOT = 'R'
               MOVE 'DECISION NOT A OR R' TO SIGNOFF-REASON
               PERFORM 26-WRITE-SIGNOFF-ERROR
               GO TO 25-EDIT-ONE-SIGNOFF-EXIT
           END-IF
           IF SGN-INITIALS = SPACES
               MOVE 'NO REVIEWER INITIALS' TO SIGNOFF-REASON
               PERFORM 26-WRITE-SIGNOFF-ERROR
               GO TO 25-EDIT-ONE-SIGNOFF-EXIT
           END-IF
           IF SGN-COMPUTE-ANS = SPACES
               MOVE 'NO ANSWER KEYED' TO SIGNOFF-REASON
               PERFORM 26-WRITE-SIGNOFF-ERROR
               GO TO 25-EDIT-ONE-SIGNOFF-EXIT
           END-IF

           MOVE SGN-CASE-ID TO CURRENT-CASE-ID
           PERFORM 55-FIND-SIGNOFF
           IF NOT SIGN-FOUND
               IF SIGN-ENTRY-COUNT >= 2000
                   MOVE 'SIGN-OFF TABLE FULL' TO SIGNOFF-REASON
                   PERFORM 26-WRITE-SIGNOFF-ERROR
                   GO TO 25-EDIT-ONE-SIGNOFF-EXIT
               END-IF
               ADD 1 TO SIGN-ENTRY-COUNT
               MOVE SIGN-ENTRY-COUNT TO SIGN-SUB
           END-IF

           MOVE SGN-CASE-ID TO ST-CASE-ID (SIGN-SUB)
           MOVE SGN-DECISION TO ST-DECISION (SIGN-SUB)
           MOVE SGN-INITIALS TO ST-INITIALS (SIGN-SUB)
           IF SGN-DATE-X NUMERIC
               MOVE SGN-DATE TO ST-DATE (SIGN-SUB)
           ELSE
               MOVE RUN-DATE TO ST-DATE (SIGN-SUB)
           END-IF
           MOVE SGN-COMPUTE-ANS TO ST-COMPUTE-ANS (SIGN-SUB)
           MOVE 'N' TO ST-USED-SW (SIGN-SUB)
           MOVE 'N' TO ST-MISMATCH-SW (SIGN-SUB)
           MOVE SIGNOFF-RECORD TO ST-CARD (SIGN-SUB)
       .
       25-EDIT-ONE-SIGNOFF-EXIT.
           EXIT.

       26-WRITE-SIGNOFF-ERROR.
           ADD 1 TO SIGNOFF-BAD-COUNT
           MOVE SIGNOFF-RECORD TO SE-CARD
           MOVE SIGNOFF-REASON TO SE-REASON
           MOVE SIGNOFF-ERROR-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       24-LOAD-PRIOR-HELD.
           OPEN INPUT HELD-IN
           IF HELD-IN-FILE-STATUS NOT = '00'
               GO TO 24-LOAD-PRIOR-HELD-EXIT
           END-IF
           PERFORM 28-LOAD-ONE-HELD UNTIL END-OF-HELD
           CLOSE HELD-IN
       .
       24-LOAD-PRIOR-HELD-EXIT.
           EXIT.

       28-LOAD-ONE-HELD.
           READ HELD-IN
               AT END
                   MOVE 'Y' TO HELD-EOF-SW
               NOT AT END
                   ADD 1 TO HELD-READ-COUNT
                   IF HELD-ENTRY-COUNT >= 2000
                       WRITE HELD-OUT-RECORD FROM HELD-IN-RECORD
                       ADD 1 TO HELD-OVERFLOW-COUNT
                       ADD 1 TO HELD-OUT-COUNT
                   ELSE
                       MOVE HELD-IN-RECORD TO HELD-WORK
                       PERFORM 65-CUT-CASE-ID
                       ADD 1 TO HELD-ENTRY-COUNT
                       MOVE CURRENT-CASE-ID
                           TO PH-CASE-ID (HELD-ENTRY-COUNT)
                       MOVE 'P' TO PH-STATUS (HELD-ENTRY-COUNT)
                       MOVE HELD-IN-RECORD
                           TO PH-IMAGE (HELD-ENTRY-COUNT)
                   END-IF
           END-READ
       .

       30-READ-EXTRACT.
           READ MLAB-EXTRACT
               AT END
                   MOVE 'Y' TO EXTRACT-EOF-SW
               NOT AT END
                   ADD 1 TO EXTRACT-READ-COUNT
           END-READ
       .

      *    AN IN-BAND CASE RELEASES STRAIGHT THROUGH.  AN OUT-OF-
      *    BAND ONE WAITS ON ITS SIGN-OFF.  EITHER WAY IT IS NOW THE
      *    CASE'S LATEST ANSWER, SO ANY OLDER HELD COPY OF THE CASE
      *    IS SUPERSEDED.
       40-RELEASE-ONE-CASE.
           MOVE SPACES TO HELD-WORK
           MOVE EXTRACT-RECORD TO HW-EXTRACT-IMAGE
           PERFORM 65-CUT-CASE-ID
           MOVE 0 TO HELD-SUB
           PERFORM 45-SUPERSEDE-ONE-HELD
               UNTIL HELD-SUB >= HELD-ENTRY-COUNT

           IF HW-REVIEW-NEEDED
               MOVE RUN-DATE TO HW-HELD-DATE
               MOVE SPACE TO HW-DECISION
               MOVE SPACES TO HW-INITIALS
               MOVE 0 TO HW-SIGNED-DATE
               PERFORM 50-DECIDE-ONE-CASE
           ELSE
               ADD 1 TO INBAND-COUNT
               WRITE RELEASED-RECORD FROM HW-EXTRACT-IMAGE
               ADD 1 TO RELEASED-OUT-COUNT
           END-IF
           PERFORM 30-READ-EXTRACT
       .

       45-SUPERSEDE-ONE-HELD.
           ADD 1 TO HELD-SUB
           IF PH-CASE-ID (HELD-SUB) = CURRENT-CASE-ID
              AND PH-PENDING (HELD-SUB)
               MOVE 'S' TO PH-STATUS (HELD-SUB)
           END-IF
       .

      *    THE DECISION FOR ONE CASE IN HELD-WORK.  AN APPROVAL
      *    RELEASES IT; A REJECTION -- TONIGHT'S, OR ONE STILL
      *    STANDING FROM AN EARLIER NIGHT -- HOLDS IT; NO DECISION
      *    AT ALL HOLDS IT AS UNDECIDED.  EVERY ONE PRINTS.  A CARD
      *    FOR THE CASE THAT NAMES A DIFFERENT ANSWER WAS SIGNED
      *    AGAINST AN EARLIER RUN; IT DECIDES NOTHING HERE.
       50-DECIDE-ONE-CASE.
           PERFORM 55-FIND-SIGNOFF
           IF SIGN-FOUND
               PERFORM 66-EDIT-HELD-ANS
               IF ST-COMPUTE-ANS (SIGN-SUB) NOT = PW-REVIEW-ANS-X
                   MOVE 'Y' TO ST-MISMATCH-SW (SIGN-SUB)
                   MOVE 'N' TO SIGN-FOUND-SW
               END-IF
           END-IF
           IF SIGN-FOUND
               MOVE 'Y' TO ST-USED-SW (SIGN-SUB)
               MOVE ST-DECISION (SIGN-SUB) TO HW-DECISION
               MOVE ST-INITIALS (SIGN-SUB) TO HW-INITIALS
               MOVE ST-DATE (SIGN-SUB) TO HW-SIGNED-DATE
           END-IF

           MOVE CASE-ID-WORK TO RR-CASE-ID
           MOVE HW-BATCH-ID TO RR-BATCH-ID
           MOVE HW-COMPUTE-ANS TO RR-COMPUTE-ANS
           MOVE HW-INITIALS TO RR-INITIALS
           MOVE HW-HELD-DATE TO RR-HELD-SINCE
           IF HW-SIGNED-DATE = ZERO
               MOVE SPACES TO RR-SIGNED-DATE
           ELSE
               MOVE HW-SIGNED-DATE TO RR-SIGNED-DATE
           END-IF

           EVALUATE TRUE
               WHEN SIGN-FOUND AND HW-DECISION = 'A'
                   ADD 1 TO APPROVED-COUNT
                   WRITE RELEASED-RECORD FROM HW-EXTRACT-IMAGE
                   ADD 1 TO RELEASED-OUT-COUNT
                   MOVE 'APPROVED' TO RR-DECISION
                   MOVE 'RELEASED' TO RR-ACTION
               WHEN HW-REJECTED
                   ADD 1 TO REJECTED-COUNT
                   WRITE HELD-OUT-RECORD FROM HELD-WORK
                   ADD 1 TO HELD-OUT-COUNT
                   MOVE 'REJECTED' TO RR-DECISION
                   MOVE 'HELD' TO RR-ACTION
               WHEN OTHER
                   ADD 1 TO UNDECIDED-COUNT
                   MOVE SPACE TO HW-DECISION
                   MOVE SPACES TO HW-INITIALS
                   MOVE 0 TO HW-SIGNED-DATE
                   WRITE HELD-OUT-RECORD FROM HELD-WORK
                   ADD 1 TO HELD-OUT-COUNT
                   MOVE 'UNDECIDED' TO RR-DECISION
                   MOVE 'HELD' TO RR-ACTION
           END-EVALUATE

           MOVE RELEASE-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       55-FIND-SIGNOFF.
           MOVE 'N' TO SIGN-FOUND-SW
           MOVE 0 TO SIGN-SUB
           PERFORM 56-SCAN-ONE-SIGNOFF
               UNTIL SIGN-SUB >= SIGN-ENTRY-COUNT
                  OR SIGN-FOUND
       .

       56-SCAN-ONE-SIGNOFF.
           ADD 1 TO SIGN-SUB
           IF ST-CASE-ID (SIGN-SUB) = CURRENT-CASE-ID
               MOVE 'Y' TO SIGN-FOUND-SW
           END-IF
       .

      *    A PRIOR HELD CASE THAT TONIGHT'S EXTRACT SUPERSEDED IS
      *    DROPPED (AND SAYS SO); ANY OTHER IS JUDGED AGAIN AGAINST
      *    TONIGHT'S SIGN-OFFS, KEEPING THE DATE IT WAS FIRST HELD.
       60-RECHECK-ONE-HELD.
           ADD 1 TO HELD-SUB
           MOVE PH-IMAGE (HELD-SUB) TO HELD-WORK
           PERFORM 65-CUT-CASE-ID
           IF PH-SUPERSEDED (HELD-SUB)
               ADD 1 TO SUPERSEDED-COUNT
               MOVE CASE-ID-WORK TO RR-CASE-ID
               MOVE HW-BATCH-ID TO RR-BATCH-ID
               MOVE HW-COMPUTE-ANS TO RR-COMPUTE-ANS
               MOVE 'SUPERSEDED' TO RR-DECISION
               MOVE SPACES TO RR-INITIALS
               MOVE SPACES TO RR-SIGNED-DATE
               MOVE 'DROPPED' TO RR-ACTION
               MOVE HW-HELD-DATE TO RR-HELD-SINCE
               MOVE RELEASE-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           ELSE
               PERFORM 50-DECIDE-ONE-CASE
           END-IF
       .

       65-CUT-CASE-ID.
           MOVE HW-CASE-ID TO CASE-ID-WORK
           INSPECT CASE-ID-WORK REPLACING LEADING ' ' BY '0'
           IF CASE-ID-WORK NUMERIC
               MOVE CASE-ID-WORK-9 TO CURRENT-CASE-ID
           ELSE
               MOVE 0 TO CURRENT-CASE-ID
           END-IF
       .

      *    THE SAME EDIT PRINTREV APPLIES TO THE ANS, SO A CARD
      *    KEYED FROM THE REPORT MATCHES CHARACTER FOR CHARACTER.
       66-EDIT-HELD-ANS.
           MOVE HW-COMPUTE-ANS TO PW-EDITED
           MOVE +0 TO PW-ANSWER
           IF PW-WHOLE NUMERIC AND PW-DECIMAL NUMERIC
               COMPUTE PW-ANSWER =
                   PW-WHOLE-9 + (PW-DECIMAL-9 / 1000)
               IF PW-SIGN = '-'
                   MULTIPLY PW-ANSWER BY -1 GIVING PW-ANSWER
               END-IF
           END-IF
           MOVE PW-ANSWER TO PW-REVIEW-ANS
       .

       70-CHECK-ONE-SIGNOFF.
           ADD 1 TO SIGN-SUB
           IF ST-USED-SW (SIGN-SUB) NOT = 'Y'
               ADD 1 TO SIGNOFF-UNUSED-COUNT
               MOVE ST-CARD (SIGN-SUB) TO SE-CARD
               IF ST-MISMATCH-SW (SIGN-SUB) = 'Y'
                   MOVE 'ANS DIFFERS FROM HELD ANSWER' TO SE-REASON
               ELSE
                   MOVE 'CASE NOT AWAITING REVIEW' TO SE-REASON
               END-IF
               MOVE SIGNOFF-ERROR-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
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
           WRITE REPORT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM COLUMN-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO LINE-COUNT
       .

      *    THE COUNTS PROVE THE SPLIT: EVERY EXTRACT RECORD AND
      *    EVERY PRIOR HELD RECORD MUST LEAVE AS RELEASED, HELD, OR
      *    SUPERSEDED.  ANYTHING ELSE MEANS MLABRELX CANNOT BE
      *    TRUSTED AND MUST NOT GO DOWNSTREAM.
       999-FINAL-ROUTINE.
           MOVE 'EXTRACT RECORDS READ    = ' TO TL-MESSAGE
           MOVE EXTRACT-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'PRIOR HELD RECORDS READ = ' TO TL-MESSAGE
           MOVE HELD-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'SIGN-OFFS READ          = ' TO TL-MESSAGE
           MOVE SIGNOFF-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'SIGN-OFFS IGNORED       = ' TO TL-MESSAGE
           ADD SIGNOFF-BAD-COUNT SIGNOFF-UNUSED-COUNT GIVING TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'RELEASED IN BAND        = ' TO TL-MESSAGE
           MOVE INBAND-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'RELEASED ON APPROVAL    = ' TO TL-MESSAGE
           MOVE APPROVED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'HELD REJECTED           = ' TO TL-MESSAGE
           MOVE REJECTED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'HELD UNDECIDED          = ' TO TL-MESSAGE
           MOVE UNDECIDED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'HELD SUPERSEDED/DROPPED = ' TO TL-MESSAGE
           MOVE SUPERSEDED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           IF HELD-OVERFLOW-COUNT > 0
               MOVE 'HELD PAST TABLE, UNJUDGED= ' TO TL-MESSAGE
               MOVE HELD-OVERFLOW-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF

           MOVE 'RELEASED EXTRACT WRITTEN= ' TO TL-MESSAGE
           MOVE RELEASED-OUT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'HELD RECORDS WRITTEN    = ' TO TL-MESSAGE
           MOVE HELD-OUT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           ADD EXTRACT-READ-COUNT HELD-READ-COUNT
               GIVING RECORDS-IN-TOTAL
           ADD RELEASED-OUT-COUNT HELD-OUT-COUNT SUPERSEDED-COUNT
               GIVING RECORDS-OUT-TOTAL
           IF RECORDS-IN-TOTAL = RECORDS-OUT-TOTAL
               MOVE 'ALL CASES ACCOUNTED FOR - MLABRELX READY TO SEND'
                   TO ML-MESSAGE
               IF HELD-OUT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE '** CASES UNACCOUNTED FOR - DO NOT SEND MLABRELX **'
                   TO ML-MESSAGE
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           CLOSE RELEASE-REPORT
           CLOSE MLAB-EXTRACT
           CLOSE RELEASED-EXTRACT
           CLOSE HELD-OUT
           PERFORM 990-WRITE-RUN-LOG THRU 990-WRITE-RUN-LOG-EXIT
           STOP RUN
       .

      *    ONE RUN-STATUS RECORD FOR THE NIGHT'S CHAIN OF CUSTODY:
      *    EXTRACT RECORDS IN, RELEASED AND HELD RECORDS OUT.  A LOG
      *    THAT WILL NOT OPEN IS SKIPPED.
       990-WRITE-RUN-LOG.
           OPEN EXTEND MLAB-RUN-LOG
           IF RUNLOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT MLAB-RUN-LOG
           END-IF
           IF RUNLOG-FILE-STATUS NOT = '00'
               GO TO 990-WRITE-RUN-LOG-EXIT
           END-IF

           MOVE 'MLABREL ' TO RL-PROGRAM-ID
           MOVE RUN-DATE TO RL-RUN-DATE
           MOVE RUN-TIME TO RL-RUN-TIME
           MOVE EXTRACT-READ-COUNT TO RL-RECORDS-IN
           MOVE 'MLABRELX' TO RL-FILE-1-ID
           MOVE RELEASED-OUT-COUNT TO RL-RECORDS-OUT-1
           MOVE 'MLABHLDN' TO RL-FILE-2-ID
           MOVE HELD-OUT-COUNT TO RL-RECORDS-OUT-2
           MOVE SPACES TO RL-FILE-3-ID
           MOVE 0 TO RL-RECORDS-OUT-3
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RUN-LOG-RECORD (79:2)
           WRITE RUN-LOG-RECORD
           CLOSE MLAB-RUN-LOG
       .
       990-WRITE-RUN-LOG-EXIT.
           EXIT.
