      *    PROGRAM IS THE ONLY THING THAT WRITES IT.
      *
      *    TRANSACTIONS COME FROM MLABTRAN, ONE PER RECORD:
      *      COL  1      ACTION -- 'A' ADD, 'C' CHANGE, 'D' DELETE,
      *                  'V' APPROVE A PENDING CHANGE OR DELETE
      *      COLS 2-47   THE CASE IN THE MLAB-INPUT CARD LAYOUT
      *                  (CASE ID, A-E, FORMULA CODE)
      *      COLS 48-63  EFFECTIVE FROM / THRU (CCYYMMDD)
      *      COLS 64-71  OPERATOR ID OF WHOEVER KEYED IT
      *      COL  72     ON A 'V' CARD, THE ACTION APPROVED (C/D)
      *
      *    THE OPERATOR MUST HOLD THE ACTION FOR THE CASE'S FORMULA
      *    CODE ON THE AUTHORIZATION TABLE (MLABAUTH), ONE CARD PER
      *    OPERATOR AND FORMULA:
      *      COLS 1-8    OPERATOR ID
      *      COL  9      FORMULA CODE ('*' = EVERY FORMULA)
      *      COLS 10-12  ACTIONS ALLOWED, ANY OF A, C, D
      *    NO TABLE, OR NO CARD FOR THE OPERATOR, MEANS NO AUTHORITY.
      *    A DELETE, OR A CHANGE THAT MOVES ANY OF A-E BY MORE THAN
      *    CHANGE-LIMIT-PCT PERCENT, DOES NOT APPLY WHEN KEYED.  IT
      *    WAITS ON THE PENDING FILE UNTIL A SECOND, DIFFERENT
      *    OPERATOR -- ONE WHO HOLDS THE SAME AUTHORITY -- KEYS A
      *    'V' CARD FOR IT: THE CASE ID ALONE FOR A DELETE, THE
      *    WHOLE CASE IMAGE AND DATES AS PENDING FOR A CHANGE, SO
      *    THE APPROVER HAS TO KNOW WHAT THEY ARE APPROVING.  THE
      *    PENDING FILE (MLABPNDN) CARRIES FORWARD AS MLABPNDP FOR
      *    THE NEXT NIGHT, THE SAME WAY MLABSUSN CYCLES TO MLABSUSP.
      *    EVERY TRANSACTION PRINTS A BEFORE/AFTER LINE PAIR ON THE
      *    MAINTENANCE LOG (PRINTMNT); A TRANSACTION THAT CANNOT
      *    APPLY (ADD OF AN EXISTING CASE, CHANGE OR DELETE OF A
      *                     REJECTS RIDE THE FULL NIGHTLY CUT ONLY,
      *                     SO THEY CANNOT DRAIN INTO A SPECIAL
      *                     BATCH AND THEN PROCESS A SECOND TIME.
      *    10/15/26   GB    EVERY ADD, CHANGE, AND DELETE THAT
      *                     APPLIES IS NOW ALSO WRITTEN TO THE
      *                     PERMANENT CHANGE JOURNAL (MLABJRNL),
      *                     KEYED ON CASE ID + APPLIED DATE/TIME +
      *                     TRANSACTION NUMBER, WITH THE FULL BEFORE
      *                     AND AFTER MASTER IMAGES (EFFECTIVE DATES
      *                     INCLUDED).  THE PRINTMNT LOG GOES OUT
      *                     WITH THE NIGHT'S PRINT; THE JOURNAL
      *                     STAYS, AND MLABJINQ REBUILDS A CASE AS
      *                     OF ANY DATE FROM IT.  A JOURNAL WRITE
      *                     THAT FAILS IS PRINTED AND ENDS THE RUN
      *                     WITH RETURN CODE 8.
      *    10/15/26   GB    OPERATOR AUTHORIZATION AND DUAL CONTROL.
      *                     EVERY TRANSACTION NOW CARRIES THE
      *                     OPERATOR ID (MLABTRAN RECORDS WIDENED
      *                     TO 80 BYTES) AND IS CHECKED AGAINST THE
      *                     MLABAUTH TABLE BY ACTION AND FORMULA
      *                     CODE; AN UNAUTHORIZED ONE IS REJECTED
      *                     TO PRINTMNT WITH THE REASON.  DELETES
      *                     AND LARGE CHANGES PEND ON MLABPNDN
      *                     UNTIL A SECOND OPERATOR APPROVES THEM
      *                     WITH A 'V' CARD, WHO MUST HOLD THE SAME
      *                     AUTHORITY -- FOR A FORMULA CHANGE, OVER
      *                     BOTH THE OLD AND THE NEW FORMULA.  THE
      *                     JOURNAL NOW RECORDS WHO KEYED AND WHO
      *                     APPROVED EACH CHANGE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "MLABSELC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SELECT-FILE-STATUS.

           SELECT MLAB-JOURNAL
               ASSIGN TO "MLABJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT AUTH-TABLE-FILE
               ASSIGN TO "MLABAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT PENDING-IN
               ASSIGN TO "MLABPNDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-IN-FILE-STATUS.

           SELECT PENDING-OUT
               ASSIGN TO "MLABPNDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-OUT-FILE-STATUS.
      *
       DATA DIVISION.
      *
           05  MST-EFF-THRU        PIC 9(08).
      *
       FD  MLAB-TRANS
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  TRANS-RECORD.
           05  TRN-ACTION          PIC X(01).
           05  TRN-EFF-THRU        PIC 9(08).
           05  TRN-EFF-THRU-X      REDEFINES TRN-EFF-THRU
                                   PIC X(08).
           05  TRN-OPERATOR-ID     PIC X(08).
           05  TRN-APPROVES-ACTION PIC X(01).
           05  FILLER              PIC X(08).
      *
       FD  MLAB-EXTRACT-OUT
           RECORD CONTAINS 68 CHARACTERS.
                                   PIC X(05).
           05  SEL-FORMULA         PIC X(01).
      *
      *    THE PERMANENT CHANGE JOURNAL -- ONE RECORD PER APPLIED
      *    TRANSACTION.  THE TRANSACTION NUMBER ON THE END OF THE
      *    KEY KEEPS TWO TRANSACTIONS FOR ONE CASE IN THE SAME
      *    CLOCK TICK APART.  AN ADD HAS A BLANK BEFORE IMAGE AND A
      *    DELETE A BLANK AFTER IMAGE.  THE LAYOUT MUST STAY IN STEP
      *    WITH MLABJINQ.
       FD  MLAB-JOURNAL
           RECORD CONTAINS 170 CHARACTERS.
      *
       01  JOURNAL-RECORD.
           05  JRN-KEY.
               10  JRN-CASE-ID     PIC 9(05).
               10  JRN-APPLY-DATE  PIC 9(08).
               10  JRN-APPLY-TIME  PIC 9(08).
               10  JRN-TRANS-NO    PIC 9(07).
           05  JRN-ACTION          PIC X(01).
           05  JRN-BEFORE-IMAGE    PIC X(62).
           05  JRN-AFTER-IMAGE     PIC X(62).
           05  JRN-OPERATOR-ID     PIC X(08).
           05  JRN-APPROVER-ID     PIC X(08).
           05  FILLER              PIC X(01).
      *
      *    ONE AUTHORITY CARD -- AN OPERATOR, A FORMULA CODE (OR
      *    '*' FOR ALL OF THEM), AND THE ACTIONS THEY MAY KEY.
       FD  AUTH-TABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *
       01  AUTH-CARD-RECORD.
           05  AUC-OPERATOR-ID     PIC X(08).
           05  AUC-FORMULA         PIC X(01).
           05  AUC-ACTIONS         PIC X(03).
           05  FILLER              PIC X(08).
      *
      *    A TRANSACTION WAITING FOR ITS SECOND OPERATOR -- THE
      *    MLABTRAN RECORD AS KEYED, THE DATE IT WAS FIRST HELD, AND
      *    WHY ('D' DELETE, 'C' CHANGE PAST THE LIMIT).
       FD  PENDING-IN
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  PENDING-IN-RECORD       PIC X(100).
      *
       FD  PENDING-OUT
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  PENDING-OUT-RECORD      PIC X(100).
      *
      *    THE COMMON RUN LOG -- LAYOUT SHARED WITH MLABEDT,
      *    MATHLAB, MLABCMP, MLABFIX, AND THE MLABBAL BALANCER.
       FD  MLAB-RUN-LOG
       77  RUNLOG-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  RUN-TIME                PIC 9(08)      VALUE 0.
       77  SELECT-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  JOURNAL-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  JOURNAL-TIME            PIC 9(08)      VALUE 0.
       77  JOURNAL-DATE            PIC 9(08)      VALUE 0.
       77  JOURNAL-DATE-YYMMDD     PIC 9(06)      VALUE 0.
       77  JOURNAL-DATE-CHECK      PIC 9(06)      VALUE 0.
       77  JOURNAL-DATE-YY         PIC 9(02)      VALUE 0.
       77  JOURNAL-WRITE-COUNT     PIC 9(07) COMP VALUE 0.
       77  JOURNAL-ERROR-COUNT     PIC 9(07) COMP VALUE 0.
       77  AUTH-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  PENDING-IN-FILE-STATUS  PIC X(02)      VALUE SPACES.
       77  PENDING-OUT-FILE-STATUS PIC X(02)      VALUE SPACES.
       77  AUTH-EOF-SWITCH         PIC X(01)      VALUE 'N'.
           88  END-OF-AUTH                        VALUE 'Y'.
       77  PENDING-EOF-SWITCH      PIC X(01)      VALUE 'N'.
           88  END-OF-PENDING                     VALUE 'Y'.
       77  TRANS-CLEARED-SW        PIC X(01)      VALUE 'N'.
           88  TRANS-CLEARED                      VALUE 'Y'.
       77  OPERATOR-AUTHORIZED-SW  PIC X(01)      VALUE 'N'.
           88  OPERATOR-AUTHORIZED                VALUE 'Y'.
       77  PENDING-FOUND-SW        PIC X(01)      VALUE 'N'.
           88  PENDING-FOUND                      VALUE 'Y'.
       77  CHANGE-OVER-LIMIT-SW    PIC X(01)      VALUE 'N'.
           88  CHANGE-OVER-LIMIT                  VALUE 'Y'.
       77  CHECK-OPERATOR-ID       PIC X(08)      VALUE SPACES.
       77  CHECK-ACTION            PIC X(01)      VALUE SPACE.
       77  CHECK-FORMULA           PIC X(01)      VALUE SPACE.
       77  APPROVER-ID             PIC X(08)      VALUE SPACES.
       77  PEND-REASON             PIC X(01)      VALUE SPACE.
       77  AUTH-SUB                PIC 9(04) COMP VALUE 0.
       77  PEND-SUB                PIC 9(04) COMP VALUE 0.
       77  VALUE-SUB               PIC 9(04) COMP VALUE 0.
       77  AUTH-REJECT-COUNT       PIC 9(07) COMP VALUE 0.
       77  PEND-NEW-COUNT          PIC 9(07) COMP VALUE 0.
       77  PEND-APPROVED-COUNT     PIC 9(07) COMP VALUE 0.
       77  PEND-IN-COUNT           PIC 9(07) COMP VALUE 0.
       77  PEND-OUT-COUNT          PIC 9(07) COMP VALUE 0.
      *
      *    THE MOST ANY OF A-E MAY MOVE, AS A PERCENTAGE OF ITS
      *    VALUE ON THE MASTER, BEFORE A CHANGE NEEDS A SECOND
      *    OPERATOR.  A VALUE MOVING OFF ZERO, OR ONE THAT WILL NOT
      *    READ AS A NUMBER ON EITHER SIDE, ALWAYS NEEDS ONE.
       77  CHANGE-LIMIT-PCT        PIC 9(03)      VALUE 020.
       77  VALUE-SHIFT             PIC S9(6)V999  VALUE +0.
       77  VALUE-BASE              PIC S9(6)V999  VALUE +0.
      *
      *    A-E BEFORE (AS ON THE MASTER) AND AFTER (AS KEYED), SO A
      *    CHANGE CAN BE MEASURED ONE VALUE AT A TIME.
       01  BEFORE-VALUES.
           05  BV-VALUE            PIC S9(5)V999  OCCURS 5 TIMES.
       01  AFTER-VALUES.
           05  AV-VALUE            PIC S9(5)V999  OCCURS 5 TIMES.
      *
      *    THE AUTHORIZATION TABLE AS LOADED FROM MLABAUTH.
       01  AUTH-TABLE.
           05  AUTH-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  AUTH-ENTRY          OCCURS 500 TIMES.
               10  AT-OPERATOR-ID  PIC X(08).
               10  AT-FORMULA      PIC X(01).
               10  AT-ACTIONS      PIC X(03).
      *
      *    EVERY TRANSACTION WAITING FOR A SECOND OPERATOR -- THOSE
      *    CARRIED IN ON MLABPNDP AND THOSE HELD TONIGHT.  ONE HELD
      *    EARLY IN TONIGHT'S MLABTRAN CAN BE APPROVED LATER IN THE
      *    SAME FILE.  WHATEVER IS STILL PENDING AT THE END OF THE
      *    RUN GOES OUT ON MLABPNDN.
       01  PENDING-TABLE.
           05  PEND-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  PEND-ENTRY          OCCURS 500 TIMES.
               10  PT-TRANS-IMAGE.
                   15  PT-ACTION       PIC X(01).
                   15  PT-CASE-ID      PIC 9(05).
                   15  PT-CASE-REST    PIC X(57).
                   15  PT-OPERATOR-ID  PIC X(08).
                   15  FILLER          PIC X(09).
               10  PT-PENDED-DATE  PIC 9(08).
               10  PT-REASON       PIC X(01).
               10  PT-STATUS       PIC X(01).
                   88  PT-PENDING                 VALUE 'P'.
                   88  PT-APPROVED                VALUE 'A'.
               10  FILLER          PIC X(10).
      *
      *    THE TWO SIDES OF THE CURRENT TRANSACTION, STAGED HERE
      *    FOR THE CHANGE JOURNAL BEFORE THE MASTER I/O CAN DISTURB
      *    THE RECORD AREA.
       01  JOURNAL-IMAGES.
           05  SAVE-BEFORE-IMAGE   PIC X(62)      VALUE SPACES.
           05  SAVE-AFTER-IMAGE    PIC X(62)      VALUE SPACES.
      *
      *    THE RUN DATE CARRIES ITS CENTURY (CCYYMMDD).  THE SHOP'S
      *    HISTORY GENUINELY SPANS THE CENTURY (THE ORIGINAL RUNS
           05  ER-CASE-ID      PIC X(05).
           05                  PIC X(2)       VALUE SPACES.
           05  ER-MESSAGE      PIC X(40).
      *
       01  PEND-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  PL-ACTION       PIC X(01).
           05                  PIC X(7)       VALUE SPACES.
           05  PL-CASE-ID      PIC X(05).
           05                  PIC X(2)       VALUE SPACES.
           05  PL-MESSAGE      PIC X(28).
           05  PL-OPERATOR-ID  PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  PL-DATE         PIC X(08).
      *
       01  TOTAL-LINE.
           05                  PIC X(3)       VALUE ' '.
           PERFORM 20-HOUSEKEEPING
           PERFORM 50-READ-TRANSACTION
           PERFORM 40-APPLY-ONE-TRANS UNTIL END-OF-TRANS
           PERFORM 90-CARRY-PENDING
           PERFORM 80-EXTRACT-MASTER
           PERFORM 999-FINAL-ROUTINE
       .
               OPEN I-O MLAB-MASTER
           END-IF

           OPEN I-O MLAB-JOURNAL
           IF JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT MLAB-JOURNAL
               CLOSE MLAB-JOURNAL
               OPEN I-O MLAB-JOURNAL
           END-IF

           OPEN INPUT MLAB-TRANS
           IF TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO EOF-SWITCH
           END-IF

           PERFORM 350-WRITE-HEADING
           PERFORM 22-LOAD-AUTH-TABLE THRU 22-LOAD-AUTH-TABLE-EXIT
           OPEN OUTPUT PENDING-OUT
           PERFORM 24-LOAD-PENDING THRU 24-LOAD-PENDING-EXIT
       .

      *    NO AUTHORIZATION TABLE IS NOT AN EXCUSE TO LET THE
      *    MASTER GO UNGUARDED -- EVERY TRANSACTION IS REJECTED AND
      *    THE LOG SAYS WHY AT THE TOP.
       22-LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-TABLE-FILE
           IF AUTH-FILE-STATUS NOT = '00'
               MOVE 'NO MLABAUTH TABLE - NOBODY AUTHORIZED'
                   TO ER-MESSAGE
               MOVE SPACE TO ER-ACTION
               MOVE SPACES TO ER-CASE-ID
               MOVE ERROR-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
               GO TO 22-LOAD-AUTH-TABLE-EXIT
           END-IF
           PERFORM 23-LOAD-ONE-AUTH UNTIL END-OF-AUTH
           CLOSE AUTH-TABLE-FILE
       .
       22-LOAD-AUTH-TABLE-EXIT.
           EXIT.

       23-LOAD-ONE-AUTH.
           READ AUTH-TABLE-FILE
               AT END
                   MOVE 'Y' TO AUTH-EOF-SWITCH
               NOT AT END
                   IF AUC-OPERATOR-ID NOT = SPACES
                      AND AUTH-ENTRY-COUNT < 500
                       ADD 1 TO AUTH-ENTRY-COUNT
                       MOVE AUC-OPERATOR-ID
                           TO AT-OPERATOR-ID (AUTH-ENTRY-COUNT)
                       MOVE AUC-FORMULA
                           TO AT-FORMULA (AUTH-ENTRY-COUNT)
                       MOVE AUC-ACTIONS
                           TO AT-ACTIONS (AUTH-ENTRY-COUNT)
                   END-IF
           END-READ
       .

      *    LAST NIGHT'S PENDING TRANSACTIONS.  NO FILE MEANS NONE.
      *    ANY PAST THE TABLE ARE CARRIED STRAIGHT THROUGH TO
      *    MLABPNDN, STILL PENDING, AND COUNTED THERE.
       24-LOAD-PENDING.
           OPEN INPUT PENDING-IN
           IF PENDING-IN-FILE-STATUS NOT = '00'
               GO TO 24-LOAD-PENDING-EXIT
           END-IF
           PERFORM 25-LOAD-ONE-PENDING UNTIL END-OF-PENDING
           CLOSE PENDING-IN
       .
       24-LOAD-PENDING-EXIT.
           EXIT.

       25-LOAD-ONE-PENDING.
           READ PENDING-IN
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
               NOT AT END
                   ADD 1 TO PEND-IN-COUNT
                   IF PEND-ENTRY-COUNT < 500
                       ADD 1 TO PEND-ENTRY-COUNT
                       MOVE PENDING-IN-RECORD
                           TO PEND-ENTRY (PEND-ENTRY-COUNT)
                       MOVE 'P' TO PT-STATUS (PEND-ENTRY-COUNT)
                   ELSE
                       WRITE PENDING-OUT-RECORD FROM PENDING-IN-RECORD
                       ADD 1 TO PEND-OUT-COUNT
                   END-IF
           END-READ
       .

       50-READ-TRANSACTION.
           END-READ
       .

      *    A TRANSACTION ONLY REACHES THE MASTER ONCE 30 HAS
      *    CLEARED IT.  AN APPROVAL CARD CLEARS BY PUTTING THE
      *    PENDING TRANSACTION IT APPROVES IN TRANS-RECORD, WHICH
      *    THEN APPLIES HERE LIKE ANY OTHER.
       40-APPLY-ONE-TRANS.
           MOVE SPACES TO APPROVER-ID
           IF TRN-CASE-ID-X NOT NUMERIC
               MOVE 'CASE ID NOT NUMERIC - NOT APPLIED' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
           ELSE
               PERFORM 45-READ-MASTER-BY-KEY
               PERFORM 30-CLEAR-ONE-TRANS THRU 30-CLEAR-ONE-TRANS-EXIT
               IF TRANS-CLEARED
                   EVALUATE TRN-ACTION
                       WHEN 'A'
                           PERFORM 41-APPLY-ADD
                       WHEN 'C'
                           PERFORM 42-APPLY-CHANGE
                       WHEN 'D'
                           PERFORM 43-APPLY-DELETE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 50-READ-TRANSACTION
       .

      *    THE OPERATOR MUST BE KNOWN AND HOLD THE ACTION FOR THE
      *    FORMULA THE CASE RUNS UNDER -- THE MASTER'S FORMULA FOR A
      *    CHANGE OR DELETE, AND FOR A CHANGE THAT MOVES THE CASE TO
      *    ANOTHER FORMULA, THAT ONE AS WELL.  A CHANGE OR DELETE OF
      *    A CASE NOT ON THE MASTER CLEARS HERE AND IS REJECTED BY
      *    ITS APPLY PARAGRAPH AS ALWAYS.  A CLEARED DELETE, OR A
      *    CHANGE PAST THE LIMIT, IS HELD INSTEAD OF APPLIED.
       30-CLEAR-ONE-TRANS.
           MOVE 'N' TO TRANS-CLEARED-SW
           IF TRN-ACTION = 'V'
               PERFORM 36-APPROVE-PENDING THRU 36-APPROVE-PENDING-EXIT
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF
           IF TRN-ACTION NOT = 'A' AND TRN-ACTION NOT = 'C'
              AND TRN-ACTION NOT = 'D'
               MOVE 'ACTION NOT A/C/D/V - NOT APPLIED' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF
           IF TRN-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID - NOT APPLIED' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF

           MOVE TRN-OPERATOR-ID TO CHECK-OPERATOR-ID
           MOVE TRN-ACTION TO CHECK-ACTION
           IF MASTER-FOUND AND TRN-ACTION NOT = 'A'
               MOVE MST-FORMULA-CODE TO CHECK-FORMULA
           ELSE
               MOVE TRN-FORMULA TO CHECK-FORMULA
           END-IF
           PERFORM 32-CHECK-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'OPERATOR NOT AUTHORIZED - NOT APPLIED'
                   TO ER-MESSAGE
               PERFORM 77-WRITE-AUTH-REJECT
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF
           IF TRN-ACTION = 'C' AND MASTER-FOUND
              AND TRN-FORMULA NOT = MST-FORMULA-CODE
               MOVE TRN-FORMULA TO CHECK-FORMULA
               PERFORM 32-CHECK-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   MOVE 'NOT AUTHORIZED FOR NEW FORMULA' TO ER-MESSAGE
                   PERFORM 77-WRITE-AUTH-REJECT
                   GO TO 30-CLEAR-ONE-TRANS-EXIT
               END-IF
           END-IF

           IF NOT MASTER-FOUND
               MOVE 'Y' TO TRANS-CLEARED-SW
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF
           IF TRN-ACTION = 'D'
               MOVE 'D' TO PEND-REASON
               PERFORM 38-PEND-ONE-TRANS
               GO TO 30-CLEAR-ONE-TRANS-EXIT
           END-IF
           IF TRN-ACTION = 'C'
               PERFORM 34-MEASURE-CHANGE
               IF CHANGE-OVER-LIMIT
                   MOVE 'C' TO PEND-REASON
                   PERFORM 38-PEND-ONE-TRANS
                   GO TO 30-CLEAR-ONE-TRANS-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO TRANS-CLEARED-SW
       .
       30-CLEAR-ONE-TRANS-EXIT.
           EXIT.

      *    CHECK-OPERATOR-ID MAY KEY CHECK-ACTION AGAINST
      *    CHECK-FORMULA WHEN ANY OF THEIR CARDS NAMES THAT FORMULA
      *    (OR '*') AND LISTS THE ACTION.
       32-CHECK-AUTHORITY.
           MOVE 'N' TO OPERATOR-AUTHORIZED-SW
           MOVE 0 TO AUTH-SUB
           PERFORM 33-CHECK-ONE-AUTH
               UNTIL AUTH-SUB >= AUTH-ENTRY-COUNT
                  OR OPERATOR-AUTHORIZED
       .

       33-CHECK-ONE-AUTH.
           ADD 1 TO AUTH-SUB
           IF AT-OPERATOR-ID (AUTH-SUB) = CHECK-OPERATOR-ID
              AND (AT-FORMULA (AUTH-SUB) = CHECK-FORMULA
                   OR AT-FORMULA (AUTH-SUB) = '*')
               IF AT-ACTIONS (AUTH-SUB) (1:1) = CHECK-ACTION
                  OR AT-ACTIONS (AUTH-SUB) (2:1) = CHECK-ACTION
                  OR AT-ACTIONS (AUTH-SUB) (3:1) = CHECK-ACTION
                   MOVE 'Y' TO OPERATOR-AUTHORIZED-SW
               END-IF
           END-IF
       .

      *    MEASURES A CHANGE AGAINST THE MASTER AS IT STANDS, ONE
      *    VALUE AT A TIME.  ANY ONE VALUE PAST THE LIMIT IS ENOUGH.
       34-MEASURE-CHANGE.
           MOVE 'N' TO CHANGE-OVER-LIMIT-SW
           MOVE MASTER-RECORD (6:40) TO BEFORE-VALUES
           MOVE TRN-VALUES TO AFTER-VALUES
           MOVE 0 TO VALUE-SUB
           PERFORM 35-MEASURE-ONE-VALUE
               UNTIL VALUE-SUB >= 5
                  OR CHANGE-OVER-LIMIT
       .

       35-MEASURE-ONE-VALUE.
           ADD 1 TO VALUE-SUB
           IF BV-VALUE (VALUE-SUB) NOT NUMERIC
              OR AV-VALUE (VALUE-SUB) NOT NUMERIC
               MOVE 'Y' TO CHANGE-OVER-LIMIT-SW
           ELSE
               COMPUTE VALUE-SHIFT =
                   AV-VALUE (VALUE-SUB) - BV-VALUE (VALUE-SUB)
               IF VALUE-SHIFT < ZERO
                   COMPUTE VALUE-SHIFT = VALUE-SHIFT * -1
               END-IF
               MOVE BV-VALUE (VALUE-SUB) TO VALUE-BASE
               IF VALUE-BASE < ZERO
                   COMPUTE VALUE-BASE = VALUE-BASE * -1
               END-IF
               IF VALUE-BASE = ZERO
                   IF VALUE-SHIFT > ZERO
                       MOVE 'Y' TO CHANGE-OVER-LIMIT-SW
                   END-IF
               ELSE
                   IF VALUE-SHIFT * 100 > VALUE-BASE * CHANGE-LIMIT-PCT
                       MOVE 'Y' TO CHANGE-OVER-LIMIT-SW
                   END-IF
               END-IF
           END-IF
       .

      *    AN APPROVAL CARD MUST MATCH A PENDING TRANSACTION -- SAME
      *    CASE AND ACTION, AND FOR A CHANGE THE SAME CASE IMAGE AND
      *    DATES -- AND COME FROM A DIFFERENT OPERATOR WHO HOLDS THE
      *    SAME AUTHORITY.  THEN THE PENDING TRANSACTION TAKES OVER
      *    TRANS-RECORD AND APPLIES, WITH THE APPROVER ON ITS
      *    JOURNAL ENTRY.
       36-APPROVE-PENDING.
           IF TRN-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID - NOT APPLIED' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
               GO TO 36-APPROVE-PENDING-EXIT
           END-IF
           MOVE 'N' TO PENDING-FOUND-SW
           MOVE 0 TO PEND-SUB
           PERFORM 37-MATCH-ONE-PENDING
               UNTIL PEND-SUB >= PEND-ENTRY-COUNT
                  OR PENDING-FOUND
           IF NOT PENDING-FOUND
               MOVE 'NO MATCHING PENDING TRANSACTION' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
               GO TO 36-APPROVE-PENDING-EXIT
           END-IF
           IF PT-OPERATOR-ID (PEND-SUB) = TRN-OPERATOR-ID
               MOVE 'APPROVER SAME AS KEYING OPERATOR'
                   TO ER-MESSAGE
               PERFORM 77-WRITE-AUTH-REJECT
               GO TO 36-APPROVE-PENDING-EXIT
           END-IF

           MOVE TRN-OPERATOR-ID TO CHECK-OPERATOR-ID
           MOVE PT-ACTION (PEND-SUB) TO CHECK-ACTION
           IF MASTER-FOUND
               MOVE MST-FORMULA-CODE TO CHECK-FORMULA
           ELSE
               MOVE PT-TRANS-IMAGE (PEND-SUB) (47:1) TO CHECK-FORMULA
           END-IF
           PERFORM 32-CHECK-AUTHORITY
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'APPROVER NOT AUTHORIZED - NOT APPLIED'
                   TO ER-MESSAGE
               PERFORM 77-WRITE-AUTH-REJECT
               GO TO 36-APPROVE-PENDING-EXIT
           END-IF
      *    A CHANGE THAT MOVES THE CASE TO ANOTHER FORMULA NEEDS
      *    THE APPROVER'S AUTHORITY OVER THE NEW ONE TOO, THE SAME
      *    AS THE KEYING OPERATOR'S.
           IF PT-ACTION (PEND-SUB) = 'C' AND MASTER-FOUND
              AND PT-TRANS-IMAGE (PEND-SUB) (47:1)
                  NOT = MST-FORMULA-CODE
               MOVE PT-TRANS-IMAGE (PEND-SUB) (47:1) TO CHECK-FORMULA
               PERFORM 32-CHECK-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   MOVE 'APPROVER NOT AUTHORIZED FOR NEW FORMULA'
                       TO ER-MESSAGE
                   PERFORM 77-WRITE-AUTH-REJECT
                   GO TO 36-APPROVE-PENDING-EXIT
               END-IF
           END-IF

           MOVE TRN-OPERATOR-ID TO APPROVER-ID
           MOVE 'A' TO PT-STATUS (PEND-SUB)
           ADD 1 TO PEND-APPROVED-COUNT
           MOVE PT-TRANS-IMAGE (PEND-SUB) TO TRANS-RECORD
           MOVE 'APPROVED BY' TO PL-MESSAGE
           MOVE APPROVER-ID TO PL-OPERATOR-ID
           MOVE RUN-DATE TO PL-DATE
           PERFORM 79-WRITE-PEND-LINE
           MOVE 'Y' TO TRANS-CLEARED-SW
       .
       36-APPROVE-PENDING-EXIT.
           EXIT.

       37-MATCH-ONE-PENDING.
           ADD 1 TO PEND-SUB
           IF PT-PENDING (PEND-SUB)
              AND PT-CASE-ID (PEND-SUB) = TRN-CASE-ID
              AND PT-ACTION (PEND-SUB) = TRN-APPROVES-ACTION
               IF PT-ACTION (PEND-SUB) = 'D'
                  OR PT-CASE-REST (PEND-SUB) = TRANS-RECORD (7:57)
                   MOVE 'Y' TO PENDING-FOUND-SW
               END-IF
           END-IF
       .

      *    HOLDS A CLEARED DELETE OR LARGE CHANGE FOR ITS SECOND
      *    OPERATOR.  THE LOG SHOWS THE CASE AS IT STANDS AND, FOR A
      *    CHANGE, WHAT WAS ASKED FOR.
       38-PEND-ONE-TRANS.
           IF PEND-ENTRY-COUNT >= 500
               MOVE 'PENDING TABLE FULL - NOT APPLIED' TO ER-MESSAGE
               PERFORM 75-WRITE-ERROR-LINE
           ELSE
               ADD 1 TO PEND-ENTRY-COUNT
               ADD 1 TO PEND-NEW-COUNT
               MOVE TRANS-RECORD TO PT-TRANS-IMAGE (PEND-ENTRY-COUNT)
               MOVE RUN-DATE TO PT-PENDED-DATE (PEND-ENTRY-COUNT)
               MOVE PEND-REASON TO PT-REASON (PEND-ENTRY-COUNT)
               MOVE 'P' TO PT-STATUS (PEND-ENTRY-COUNT)
               MOVE 'BEFORE ' TO LG-STATE
               PERFORM 70-WRITE-MASTER-LOG-LINE
               IF TRN-ACTION = 'C'
                   MOVE 'REQUESTED' TO LG-STATE
                   MOVE TRN-ACTION TO LG-ACTION
                   MOVE TRN-CASE-ID-X TO LG-CASE-ID
                   MOVE TRN-VALUES TO LG-VALUES
                   MOVE TRN-FORMULA TO LG-FORMULA
                   MOVE LOG-LINE TO PRINT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-A-LINE
                   MOVE 'CHANGE PAST LIMIT - KEYED BY' TO PL-MESSAGE
               ELSE
                   MOVE 'DELETE HELD - KEYED BY' TO PL-MESSAGE
               END-IF
               MOVE TRN-OPERATOR-ID TO PL-OPERATOR-ID
               MOVE RUN-DATE TO PL-DATE
               PERFORM 79-WRITE-PEND-LINE
           END-IF
       .

      *    BUILDS THE MASTER IMAGE FROM THE TRANSACTION.  THE CARD
      *    IMAGE CARRIES ACROSS AS ALWAYS; THE EFFECTIVE DATES TAKE
      *    WHATEVER WAS KEYED WHEN IT IS NUMERIC AND FALL TO ZERO
               PERFORM 75-WRITE-ERROR-LINE
           ELSE
               PERFORM 44-MOVE-TRANS-TO-MASTER
               MOVE SPACES TO SAVE-BEFORE-IMAGE
               MOVE MASTER-RECORD TO SAVE-AFTER-IMAGE
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - WRITE REJECTED'
                       ADD 1 TO TRANS-ADD-COUNT
                       MOVE 'AFTER  ' TO LG-STATE
                       PERFORM 70-WRITE-MASTER-LOG-LINE
                       PERFORM 60-WRITE-JOURNAL-RECORD
               END-WRITE
           END-IF
       .
           ELSE
               MOVE 'BEFORE ' TO LG-STATE
               PERFORM 70-WRITE-MASTER-LOG-LINE
               MOVE MASTER-RECORD TO SAVE-BEFORE-IMAGE
               PERFORM 44-MOVE-TRANS-TO-MASTER
               MOVE MASTER-RECORD TO SAVE-AFTER-IMAGE
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE 'CHANGE FAILED - REWRITE REJECTED'
                       ADD 1 TO TRANS-CHANGE-COUNT
                       MOVE 'AFTER  ' TO LG-STATE
                       PERFORM 70-WRITE-MASTER-LOG-LINE
                       PERFORM 60-WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF
       .
           ELSE
               MOVE 'BEFORE ' TO LG-STATE
               PERFORM 70-WRITE-MASTER-LOG-LINE
               MOVE MASTER-RECORD TO SAVE-BEFORE-IMAGE
               MOVE SPACES TO SAVE-AFTER-IMAGE
               DELETE MLAB-MASTER
                   INVALID KEY
                       MOVE 'DELETE FAILED' TO ER-MESSAGE
                       MOVE LOG-LINE TO PRINT-LINE
                       MOVE 1 TO PROPER-SPACING
                       PERFORM 300-WRITE-A-LINE
                       PERFORM 60-WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF
       .

      *    FILES THE APPLIED TRANSACTION ON THE CHANGE JOURNAL.
      *    THE STAMP IS THE MOMENT IT APPLIED, NOT THE START OF THE
      *    RUN, SO THE JOURNAL ORDERS A CASE'S CHANGES EXACTLY AS
      *    THEY HIT THE MASTER.  DATE AND TIME ARE TAKEN TOGETHER;
      *    IF THE DATE TURNS OVER BETWEEN THEM THE TIME IS TAKEN
      *    AGAIN, SO A RUN THAT CROSSES MIDNIGHT STILL STAMPS EACH
      *    CHANGE WITH THE DAY IT APPLIED.  A JOURNAL RECORD THAT
      *    WILL NOT WRITE IS PRINTED UNDER THE TRANSACTION AND
      *    COUNTED -- THE MASTER CHANGE HAS ALREADY APPLIED AND
      *    STANDS.
       60-WRITE-JOURNAL-RECORD.
           ACCEPT JOURNAL-DATE-YYMMDD FROM DATE
           ACCEPT JOURNAL-TIME FROM TIME
           ACCEPT JOURNAL-DATE-CHECK FROM DATE
           IF JOURNAL-DATE-CHECK NOT = JOURNAL-DATE-YYMMDD
               MOVE JOURNAL-DATE-CHECK TO JOURNAL-DATE-YYMMDD
               ACCEPT JOURNAL-TIME FROM TIME
           END-IF
           MOVE JOURNAL-DATE-YYMMDD (1:2) TO JOURNAL-DATE-YY
           IF JOURNAL-DATE-YY >= 90
               COMPUTE JOURNAL-DATE = 19000000 + JOURNAL-DATE-YYMMDD
           ELSE
               COMPUTE JOURNAL-DATE = 20000000 + JOURNAL-DATE-YYMMDD
           END-IF
           MOVE TRN-CASE-ID TO JRN-CASE-ID
           MOVE JOURNAL-DATE TO JRN-APPLY-DATE
           MOVE JOURNAL-TIME TO JRN-APPLY-TIME
           MOVE TRANS-READ-COUNT TO JRN-TRANS-NO
           MOVE TRN-ACTION TO JRN-ACTION
           MOVE SAVE-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE SAVE-AFTER-IMAGE TO JRN-AFTER-IMAGE
           MOVE TRN-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE APPROVER-ID TO JRN-APPROVER-ID
           MOVE SPACES TO JOURNAL-RECORD (170:1)
           WRITE JOURNAL-RECORD
               INVALID KEY
                   ADD 1 TO JOURNAL-ERROR-COUNT
                   MOVE TRN-ACTION TO ER-ACTION
                   MOVE TRN-CASE-ID-X TO ER-CASE-ID
                   MOVE 'APPLIED - JOURNAL WRITE FAILED' TO ER-MESSAGE
                   MOVE ERROR-LINE TO PRINT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-A-LINE
               NOT INVALID KEY
                   ADD 1 TO JOURNAL-WRITE-COUNT
           END-WRITE
       .

      *    LOGS THE MASTER RECORD AS IT STANDS -- CALLED WITH
      *    LG-STATE SET TO 'BEFORE' AHEAD OF A CHANGE OR DELETE AND
      *    TO 'AFTER' ONCE AN ADD OR CHANGE HAS APPLIED, SO THE LOG
           PERFORM 300-WRITE-A-LINE
       .

      *    AN AUTHORITY FAILURE IS AN ERROR LIKE ANY OTHER, AND IS
      *    ALSO COUNTED ON ITS OWN FOR THE AUDITORS.
       77-WRITE-AUTH-REJECT.
           ADD 1 TO AUTH-REJECT-COUNT
           PERFORM 75-WRITE-ERROR-LINE
       .

       79-WRITE-PEND-LINE.
           MOVE TRN-ACTION TO PL-ACTION
           MOVE TRN-CASE-ID-X TO PL-CASE-ID
           MOVE PEND-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

      *    EVERYTHING STILL WAITING FOR ITS SECOND OPERATOR GOES
      *    OUT ON MLABPNDN, KEEPING THE DATE IT WAS FIRST HELD, AND
      *    IS LISTED SO THE MORNING SHIFT KNOWS WHAT TO CHASE.
       90-CARRY-PENDING.
           MOVE 0 TO PEND-SUB
           PERFORM 91-CARRY-ONE-PENDING
               UNTIL PEND-SUB >= PEND-ENTRY-COUNT
           CLOSE PENDING-OUT
       .

       91-CARRY-ONE-PENDING.
           ADD 1 TO PEND-SUB
           IF PT-PENDING (PEND-SUB)
               WRITE PENDING-OUT-RECORD FROM PEND-ENTRY (PEND-SUB)
               ADD 1 TO PEND-OUT-COUNT
               MOVE PT-ACTION (PEND-SUB) TO PL-ACTION
               MOVE PT-TRANS-IMAGE (PEND-SUB) (2:5) TO PL-CASE-ID
               MOVE 'STILL PENDING - KEYED BY' TO PL-MESSAGE
               MOVE PT-OPERATOR-ID (PEND-SUB) TO PL-OPERATOR-ID
               MOVE PT-PENDED-DATE (PEND-SUB) TO PL-DATE
               MOVE PEND-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
       .

      *    WRITES THE WHOLE MAINTAINED MASTER OUT IN CASE-ID ORDER
      *    AS A FRESH CARD-IMAGE EXTRACT.  THE EXTRACT FEEDS THE
      *    MLABEDIT FRONT-END EDIT, SO THE MATHLAB RUN ALWAYS SEES
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'REJECTED AS UNAUTHORIZED= ' TO TL-MESSAGE
           MOVE AUTH-REJECT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'HELD FOR APPROVAL       = ' TO TL-MESSAGE
           MOVE PEND-NEW-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'APPROVED BY 2ND OPERATOR= ' TO TL-MESSAGE
           MOVE PEND-APPROVED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'PENDING CARRIED IN      = ' TO TL-MESSAGE
           MOVE PEND-IN-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'PENDING CARRIED FORWARD = ' TO TL-MESSAGE
           MOVE PEND-OUT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'CASES OUTSIDE DATE WINDOW= ' TO TL-MESSAGE
           MOVE SKIP-WINDOW-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'CHANGES JOURNALED       = ' TO TL-MESSAGE
           MOVE JOURNAL-WRITE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'JOURNAL WRITES FAILED   = ' TO TL-MESSAGE
           MOVE JOURNAL-ERROR-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           IF JOURNAL-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE MAINT-REPORT
           CLOSE MLAB-MASTER
           CLOSE MLAB-JOURNAL
           CLOSE MLAB-TRANS
           PERFORM 990-WRITE-RUN-LOG THRU 990-WRITE-RUN-LOG-EXIT
           STOP RUN
           MOVE TRANS-READ-COUNT TO RL-RECORDS-IN
           MOVE 'MLABIN  ' TO RL-FILE-1-ID
           MOVE EXTRACT-CASE-COUNT TO RL-RECORDS-OUT-1
           MOVE 'MLABPNDN' TO RL-FILE-2-ID
           MOVE PEND-OUT-COUNT TO RL-RECORDS-OUT-2
           MOVE SPACES TO RL-FILE-3-ID
           MOVE 0 TO RL-RECORDS-OUT-3
           MOVE RETURN-CODE TO RL-RETURN-CODE
