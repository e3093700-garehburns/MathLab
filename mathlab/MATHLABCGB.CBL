      *                     THE RUN-LOG DATE WIDENED TO MATCH.
      *                     THE MLABLOAD CUTOVER JOB RE-CUTS THE
      *                     EXISTING MLABAUD AND MLABARCH ONE TIME.
      *    10/15/26   GB    A TRAPPED CASE NO LONGER SENDS A ZERO
      *                     ANSWER DOWNSTREAM WHEN ITS HISTORY HAS A
      *                     GOOD ONE.  470-FIND-CARRY-FORWARD LOOKS
      *                     UP THE CASE'S MOST RECENT CLEAN COMPUTED
      *                     ANS IN MLABAUD AND THE EXTRACT CARRIES
      *                     THAT ANSWER WITH THE STATUS "CARRIED
      *                     FORWARD FROM CCYYMMDD" IN PLACE OF THE
      *                     RECONCILE TEXT.  WITH NO CLEAN HISTORY
      *                     THE ZERO AND THE EXCEPTION STATUS STAND.
      *                     THE AUDIT RECORD STILL LOGS WHAT THIS
      *                     RUN ACTUALLY PRODUCED AND THE CASE STILL
      *                     GOES TO SUSPENSE.  CARRIED CASES COUNT
      *                     ON THE SUMMARY PAGE AND IN MLABSTAT
      *                     (NOW 131 BYTES); EXTRACT RECORDS WIDEN
      *                     TO 112 BYTES FOR THE LONGER STATUS.
      *                     MLABCOMP AND MLABMONTH CHANGE TO MATCH.
      *    10/15/26   GB    MLABVAL MAY NOW CARRY SEVERAL HEADER/
      *                     TRAILER BATCHES BACK TO BACK.  THE COUNT
      *                     PASS KEEPS EACH BATCH'S COUNT AND A-E
      *                     HASH TOTALS IN BATCH-TABLE AND 28-
      *                     BALANCE-INPUT-BATCH PROVES EACH ONE
      *                     AGAINST ITS OWN TRAILER.  A BATCH THAT
      *                     DOES NOT PROVE IS SKIPPED WITH AN OUT-OF-
      *                     BALANCE NOTICE AND ITS FIGURES; THE GOOD
      *                     BATCHES STILL PROCESS AND THE RUN ENDS
      *                     WITH RETURN CODE 4 INSTEAD OF THE OLD
      *                     RETURN CODE 16 ABEND.  THE REPORT PRINTS
      *                     A BANNER AND A SUBTOTAL BLOCK PER BATCH,
      *                     THE SUMMARY PAGE COUNTS BATCHES PROCESSED
      *                     AND SKIPPED, AND EVERY AUDIT AND EXTRACT
      *                     RECORD CARRIES ITS BATCH ID (AUDIT NOW 88
      *                     BYTES, EXTRACT 121).  MLABBCNV RE-CUTS
      *                     MLABAUD AND MLABARCH ONE TIME.  THE CASES
      *                     IN SKIPPED BATCHES ARE COUNTED AND LOGGED
      *                     ON A SECOND RUN-LOG RECORD ('MATHLABK') SO
      *                     MLABBAL STILL ACCOUNTS FOR ALL OF MLABVAL.
      *    10/15/26   GB    AN OUT-OF-BAND CASE NOW CARRIES A REVIEW
      *                     FLAG ('R') AT THE END OF ITS EXTRACT
      *                     RECORD (NOW 123 BYTES) SO THE MLABREL
      *                     RELEASE STEP CAN HOLD IT UNTIL A
      *                     REVIEWER'S SIGN-OFF APPROVES IT.  EACH
      *                     PRINTREV CASE LINE ENDS IN AN A/R AND
      *                     INITIALS BOX FOR THE REVIEWER TO MARK
      *                     BEFORE THE DECISION IS KEYED TO MLABSIGN.
      *                     A CARRIED-FORWARD ANS IS JUDGED AGAINST
      *                     THE BAND TOO, AND HELD THE SAME WAY.
      *    10/15/26   GB    EVERY AUDIT RECORD WRITTEN IS NOW ALSO
      *                     POSTED TO THE CONTROL-TOTALS FILE
      *                     (MLABCTL) UNDER ITS RUN DATE -- RECORD
      *                     COUNT AND HASH TOTALS OF A-E AND BOTH
      *                     ANSWERS -- SO MLABVER CAN PROVE LATER
      *                     THAT NO AUDIT RECORD HAS BEEN ALTERED OR
      *                     REMOVED.  A POST THAT FAILS IS COUNTED ON
      *                     THE SUMMARY PAGE AND ENDS THE RUN WITH
      *                     RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AUD-KEY
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MLAB-CONTROL-TOTALS
               ASSIGN TO "MLABCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT MLAB-RESTART
               ASSIGN TO "MLABREST"
               ORGANIZATION IS SEQUENTIAL
      *    THE AUDIT REPOSITORY.  THE KEY FIELDS LEAD THE RECORD --
      *    CASE ID FIRST SO AN INQUIRY CAN START AT A CASE AND READ
      *    JUST ITS HISTORY, RUN DATE/TIME BEHIND IT SO THE HISTORY
      *    COMES BACK IN RUN ORDER.  THE BATCH ID TRAILS THE RECORD
      *    SO EVERY ANSWER TRACES BACK TO THE MLABVAL BATCH IT CAME
      *    IN ON ('SUSPENSE' FOR A SUSPENSE PASS, SPACES FOR A
      *    PARM-FALLBACK CASE OR HISTORY OLDER THAN THE FIELD).
       FD  MLAB-AUDIT
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  AUDIT-RECORD.
           05  AUD-KEY.
           05  AUD-VERB-ANS        PIC S9(5)V999.
           05  AUD-COMPUTE-ANS     PIC S9(5)V999.
           05  AUD-RECON-FLAG      PIC X(01).
           05  AUD-BATCH-ID        PIC X(08).
      *
      *    CONTROL TOTALS FOR THE AUDIT EVIDENCE, ONE RECORD PER RUN
      *    DATE PER FILE -- 'L' FOR THE LIVE MLABAUD, 'A' FOR THE
      *    MLABARCH ARCHIVE.  MATHLAB POSTS THE 'L' SIDE AS IT
      *    WRITES; MLABARCH MOVES TOTALS FROM 'L' TO 'A' AS IT MOVES
      *    RECORDS; MLABVER RECOMPUTES BOTH AND COMPARES.  THE
      *    LAYOUT MUST STAY IN STEP ACROSS MATHLAB, MLABARCH, AND
      *    MLABVER.
       FD  MLAB-CONTROL-TOTALS
           RECORD CONTAINS 160 CHARACTERS.
      *
       01  CONTROL-TOTALS-RECORD.
           05  CT-KEY.
               10  CT-RUN-DATE     PIC 9(08).
               10  CT-LOCATION     PIC X(01).
           05  CT-RECORD-COUNT     PIC 9(09).
           05  CT-HASH-VERB-ANS    PIC S9(13)V999.
           05  CT-HASH-COMPUTE-ANS PIC S9(13)V999.
           05  CT-HASH-A           PIC S9(13)V999.
           05  CT-HASH-B           PIC S9(13)V999.
           05  CT-HASH-C           PIC S9(13)V999.
           05  CT-HASH-D           PIC S9(13)V999.
           05  CT-HASH-E           PIC S9(13)V999.
           05  CT-POSTED-BY        PIC X(08).
           05  CT-POSTED-DATE      PIC 9(08).
           05  FILLER              PIC X(14).
      *
       FD  MLAB-RESTART
           RECORD CONTAINS 7 CHARACTERS.
           05  RESTART-CASE-COUNT  PIC 9(07).
      *
       FD  MLAB-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  EXTRACT-RECORD          PIC X(123).
      *
       FD  MLAB-PARM
           RECORD CONTAINS 40 CHARACTERS.
      *    MLABMONTH READS THE ACCUMULATION FOR THE MONTH-END
      *    TREND REPORT; THE LAYOUT MUST STAY IN STEP WITH IT.
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
      *    THE COMMON RUN LOG.  EVERY PROGRAM IN THE NIGHTLY STREAM
      *    APPENDS ONE RUN-STATUS RECORD HERE -- PROGRAM ID, RUN
       77  SUM-EXT-OUT-COUNT       PIC 9(07) COMP VALUE 0.
       77  SUM-AUD-OUT-COUNT       PIC 9(07) COMP VALUE 0.
       77  SUM-AUD-DUP-COUNT       PIC 9(07) COMP VALUE 0.
       77  CONTROL-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  SUM-CTL-ERR-COUNT       PIC 9(07) COMP VALUE 0.
       77  CONTROL-FOUND-SW        PIC X(01)      VALUE 'N'.
           88  CONTROL-FOUND                      VALUE 'Y'.
       77  LIMITS-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  STATS-FILE-STATUS       PIC X(02)      VALUE SPACES.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
           88  SUSPENSE-MODE                      VALUE 'Y'.
       77  SUS-AGE-SAVE            PIC 9(03)      VALUE 0.
       77  SUM-SUSP-OUT-COUNT      PIC 9(07) COMP VALUE 0.
       77  SUM-CARRY-FWD-COUNT     PIC 9(07) COMP VALUE 0.
      *
      *    THE LAST CLEAN ANSWER 470-FIND-CARRY-FORWARD FOUND IN THE
      *    CASE'S AUDIT HISTORY, AND THE RUN DATE IT CAME FROM.
       77  CARRY-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  CARRY-FOUND                        VALUE 'Y'.
       77  CARRY-SCAN-SW           PIC X(01)      VALUE 'N'.
           88  CARRY-SCAN-DONE                    VALUE 'Y'.
       77  CARRY-ANS-SAVE          PIC S9(5)V999  VALUE +0.
       77  CARRY-DATE-SAVE         PIC 9(08)      VALUE 0.
      *    THE ANS 240-CHECK-ANSWER-LIMITS JUDGES -- THE ONE THE CASE
      *    COMPUTED, OR THE ONE CARRIED FORWARD FOR A TRAPPED CASE.
       77  LIMIT-CHECK-ANS         PIC S9(5)V999  VALUE +0.
      *    SET BY 240-CHECK-ANSWER-LIMITS WHEN THE CASE'S ANS FALLS
      *    OUTSIDE ITS BAND; 450 FLAGS THE EXTRACT RECORD 'R' SO THE
      *    RELEASE STEP HOLDS IT FOR SIGN-OFF.
       77  BAND-REVIEW-SW          PIC X(01)      VALUE 'N'.
           88  BAND-REVIEW-NEEDED                 VALUE 'Y'.
       77  SUSP-COUNT-EOF-SW       PIC X(01)      VALUE 'N'.
           88  SUSP-COUNT-DONE                    VALUE 'Y'.
       77  INPUT-FILE-OPEN-SW      PIC X(01)      VALUE 'N'.
       77  SUM-ANS-TOTAL           PIC S9(11)V999 VALUE +0.
       77  SUM-ANS-AVG             PIC S9(5)V999    VALUE +0.
      *
      *    BATCH CONTROL STATE.  THE COUNT PASS (24/26) CAPTURES
      *    EACH BATCH'S TRAILER AND ACCUMULATES ITS ACTUAL COUNT AND
      *    HASH TOTALS, THEN FILES THE BATCH IN BATCH-TABLE WITH ITS
      *    VERDICT; 28-BALANCE-INPUT-BATCH REPORTS THE VERDICTS
      *    BEFORE THE PROCESSING PASS OPENS THE FILE.  A RUN WITH NO
      *    INPUT FILE AT ALL (THE MLAB-PARM FALLBACK CASE) HAS NO
      *    BATCH TO PROVE AND SKIPS THE CHECK.
       77  INPUT-PRESENT-SW        PIC X(01)      VALUE 'N'.
           88  INPUT-PRESENT                      VALUE 'Y'.
       77  HEADER-SEEN-SW          PIC X(01)      VALUE 'N'.
           88  HEADER-SEEN                        VALUE 'Y'.
       77  TRAILER-SEEN-SW         PIC X(01)      VALUE 'N'.
           88  TRAILER-SEEN                       VALUE 'Y'.
       77  BATCH-OOB-SW            PIC X(01)      VALUE 'N'.
           88  BATCH-OUT-OF-BALANCE               VALUE 'Y'.
       77  EXPECT-CASE-COUNT       PIC 9(07)      VALUE 0.
       77  ACTUAL-CASE-COUNT       PIC 9(07)      VALUE 0.
       77  COUNT-BATCH-OPEN-SW     PIC X(01)      VALUE 'N'.
           88  COUNT-BATCH-OPEN                   VALUE 'Y'.
       77  COUNT-BATCH-SEQ         PIC 9(05) COMP VALUE 0.
       77  COUNT-BATCH-ID          PIC X(08)      VALUE SPACES.
       77  COUNT-BATCH-DATE        PIC 9(08)      VALUE 0.
       77  BATCH-SUB               PIC 9(03) COMP VALUE 0.
       77  BATCH-OVER-COUNT        PIC 9(05) COMP VALUE 0.
       77  NOTICE-HEADING-SW       PIC X(01)      VALUE 'N'.
       77  SUM-BATCH-OK-COUNT      PIC 9(07) COMP VALUE 0.
       77  SUM-BATCH-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
       77  SUM-SKIP-DETAIL-COUNT   PIC 9(07) COMP VALUE 0.
      *
      *    THE PROCESSING PASS WALKS THE SAME HEADER/TRAILER
      *    BOUNDARIES IN THE SAME ORDER, SO ITS BATCH SEQUENCE
      *    NUMBER SUBSCRIPTS STRAIGHT INTO BATCH-TABLE.  THE BATCH
      *    IN HAND STAMPS ITS ID ON EVERY AUDIT AND EXTRACT RECORD.
       77  PROC-BATCH-OPEN-SW      PIC X(01)      VALUE 'N'.
           88  PROC-BATCH-OPEN                    VALUE 'Y'.
       77  PROC-BATCH-OK-SW        PIC X(01)      VALUE 'N'.
           88  PROC-BATCH-OK                      VALUE 'Y'.
       77  PROC-BATCH-SEQ          PIC 9(05) COMP VALUE 0.
       77  CURRENT-BATCH-ID        PIC X(08)      VALUE SPACES.
       77  CURRENT-BATCH-DATE      PIC 9(08)      VALUE 0.
       77  RESTART-SKIP-SW         PIC X(01)      VALUE 'N'.
           88  RESTART-SKIPPING                   VALUE 'Y'.
      *
      *    ONE ENTRY PER HEADER/TRAILER BATCH ON MLABVAL, IN FILE
      *    ORDER.  A BATCH PROVES ('B') ONLY WITH BOTH ITS HEADER
      *    AND ITS TRAILER AND A COUNT AND FIVE HASH TOTALS THAT
      *    AGREE; ANYTHING ELSE IS SKIPPED ('S').  THE HASH GROUPS
      *    ARE FILED AS IMAGES OF EXPECT-/ACTUAL-HASH-TOTALS.  A
      *    FILE WITH MORE BATCHES THAN THE TABLE HOLDS HAS THE
      *    EXCESS SKIPPED, NOT TRUNCATED SILENTLY.
       01  BATCH-TABLE.
           05  BATCH-ENTRY-COUNT   PIC 9(03) COMP VALUE 0.
           05  BATCH-ENTRY         OCCURS 99 TIMES.
               10  BT-BATCH-ID     PIC X(08).
               10  BT-BATCH-DATE   PIC 9(08).
               10  BT-HEADER-SW    PIC X(01).
               10  BT-TRAILER-SW   PIC X(01).
               10  BT-STATUS       PIC X(01).
                   88  BT-BALANCED                VALUE 'B'.
               10  BT-EXPECT-COUNT PIC 9(07).
               10  BT-ACTUAL-COUNT PIC 9(07).
               10  BT-EXPECT-HASHES PIC X(60).
               10  BT-ACTUAL-HASHES PIC X(60).
      *
      *    THE RUN TOTALS AS THEY STOOD WHEN THE CURRENT BATCH
      *    STARTED; THE BATCH SUBTOTAL BLOCK PRINTS THE DIFFERENCE.
       01  BATCH-START-TOTALS.
           05  BS-CASES-READ       PIC 9(07) COMP VALUE 0.
           05  BS-VERB-EXC         PIC 9(07) COMP VALUE 0.
           05  BS-COMP-EXC         PIC 9(07) COMP VALUE 0.
           05  BS-LIMIT-EXC        PIC 9(07) COMP VALUE 0.
           05  BS-RECON-OOB        PIC 9(07) COMP VALUE 0.
           05  BS-SUSP-OUT         PIC 9(07) COMP VALUE 0.
           05  BS-CARRY-FWD        PIC 9(07) COMP VALUE 0.
      *
       01  EXPECT-HASH-TOTALS.
           05  EXPECT-HASH-A       PIC S9(9)V999  VALUE +0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(25)      VALUE
           05                      PIC X          VALUE ','.
           05  EXT-COMPUTE-ANS     PIC -99999.999.
           05                      PIC X          VALUE ','.
           05  EXT-RECON-FLAG      PIC X(29).
           05  EXT-CARRY-STATUS    REDEFINES EXT-RECON-FLAG.
               10  EXT-CARRY-TEXT  PIC X(21).
               10  EXT-CARRY-DATE  PIC 9(08).
           05                      PIC X          VALUE ','.
           05  EXT-BATCH-ID        PIC X(08).
           05                      PIC X          VALUE ','.
           05  EXT-REVIEW-FLAG     PIC X(01).
      *
       01  SUMMARY-TITLE-LINE.
           05                  PIC X(3)       VALUE ' '.
       01  VERDICT-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  VE-MESSAGE      PIC X(55).
      *
       01  BATCH-NOTICE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(15)      VALUE
                                   '** INPUT BATCH '.
           05  BN-BATCH-ID     PIC X(08).
           05                  PIC X(5)       VALUE ' NO. '.
           05  BN-BATCH-SEQ    PIC ZZ9.
           05                  PIC X(30)      VALUE
                                   ' OUT OF BALANCE - SKIPPED **'.
      *
       01  BATCH-BANNER-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(6)       VALUE 'BATCH '.
           05  BB-BATCH-ID     PIC X(08).
           05                  PIC X(5)       VALUE ' NO. '.
           05  BB-BATCH-SEQ    PIC ZZ9.
           05                  PIC X(8)       VALUE '  DATED '.
           05  BB-BATCH-DATE   PIC 9(08).
           05                  PIC X(3)       VALUE SPACES.
           05  BB-BATCH-TEXT   PIC X(20).
      *
       01  REVIEW-HEADING-LINE.
           05                  PIC X(28)      VALUE
           05                  PIC X(12)      VALUE 'ANS'.
           05                  PIC X(12)      VALUE 'BAND MIN'.
           05                  PIC X(12)      VALUE 'BAND MAX'.
           05                  PIC X(12)      VALUE 'SIGN-OFF'.
      *
       01  REVIEW-CASE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  RV-MIN          PIC 99999.999-.
           05                  PIC X(2)       VALUE SPACES.
           05  RV-MAX          PIC 99999.999-.
           05                  PIC X(17)      VALUE
                                   '  A/R _  INIT ___'.
      *
       01  REVIEW-VALUES-LINE.
           05                  PIC X(6)       VALUE ' '.
               PERFORM 999-FINAL-ROUTINE
           END-IF
           PERFORM 49-GET-NEXT-CASE
      *    A BATCH FILE WHOSE EVERY BATCH WAS SKIPPED IS NOT AN
      *    EMPTY INPUT -- IT MUST NOT FALL BACK TO THE PARM CASE.
           IF END-OF-INPUT AND RESTART-POINT = ZERO
              AND NOT SUSPENSE-MODE AND SUM-BATCH-SKIP-COUNT = ZERO
               PERFORM 40-PROCESS-ONE-CASE
           ELSE
               PERFORM 40-PROCESS-ONE-CASE UNTIL END-OF-INPUT
               CLOSE MLAB-AUDIT
               OPEN I-O MLAB-AUDIT
           END-IF
           OPEN I-O MLAB-CONTROL-TOTALS
           IF CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT MLAB-CONTROL-TOTALS
               CLOSE MLAB-CONTROL-TOTALS
               OPEN I-O MLAB-CONTROL-TOTALS
           END-IF
           OPEN OUTPUT MLAB-EXTRACT
           IF EXTRACT-FILE-STATUS = '00'
               MOVE 'Y' TO EXTRACT-FILE-OPEN-SW
           END-IF

           IF SUSPENSE-MODE
               MOVE 'SUSPENSE' TO CURRENT-BATCH-ID
               OPEN INPUT MLAB-SUSPENSE-IN
               IF SUSP-IN-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO EOF-SWITCH
           END-IF
           IF RESTART-POINT > 0
              AND (INPUT-FILE-OPEN-SW = 'Y' OR SUSP-IN-OPEN-SW = 'Y')
               MOVE 'Y' TO RESTART-SKIP-SW
               PERFORM 45-SKIP-RESTART-CASES
               MOVE 'N' TO RESTART-SKIP-SW
               MOVE RESTART-POINT TO CASE-COUNTER
           END-IF

       24-COUNT-INPUT-CASES-EXIT.
           EXIT.

      *    THE COUNT PASS ALSO DOES THE CONTROL-RECORD BOOKKEEPING,
      *    ONE BATCH AT A TIME.  A HEADER OPENS A NEW BATCH (CLOSING
      *    ANY BATCH STILL OPEN, WHICH THEREFORE LACKS ITS TRAILER);
      *    EVERY DETAIL JOINS THE OPEN BATCH'S ACTUAL COUNT AND HASH
      *    TOTALS; THE TRAILER'S EXPECTED FIGURES ARE CAPTURED AND
      *    CLOSE THE BATCH.  A DETAIL OR TRAILER WITH NO BATCH OPEN
      *    STARTS ONE WITHOUT A HEADER, SO IT CAN NEVER PROVE.
       26-COUNT-ONE-CASE.
           READ MLAB-INPUT
               AT END
                   MOVE 'Y' TO COUNT-EOF-SW
                   IF COUNT-BATCH-OPEN
                       PERFORM 26B-CLOSE-COUNT-BATCH
                   END-IF
               NOT AT END
                   EVALUATE IHR-RECORD-TYPE
                       WHEN 'H'
                           IF COUNT-BATCH-OPEN
                               PERFORM 26B-CLOSE-COUNT-BATCH
                           END-IF
                           PERFORM 26A-OPEN-COUNT-BATCH
                           MOVE 'Y' TO HEADER-SEEN-SW
                           MOVE IHR-BATCH-ID TO COUNT-BATCH-ID
                           MOVE IHR-BATCH-DATE TO COUNT-BATCH-DATE
                       WHEN 'T'
                           IF NOT COUNT-BATCH-OPEN
                               PERFORM 26A-OPEN-COUNT-BATCH
                           END-IF
                           MOVE 'Y' TO TRAILER-SEEN-SW
                           MOVE ITR-CASE-COUNT TO EXPECT-CASE-COUNT
                           MOVE ITR-HASH-A TO EXPECT-HASH-A
                           MOVE ITR-HASH-C TO EXPECT-HASH-C
                           MOVE ITR-HASH-D TO EXPECT-HASH-D
                           MOVE ITR-HASH-E TO EXPECT-HASH-E
                           PERFORM 26B-CLOSE-COUNT-BATCH
                       WHEN OTHER
                           IF NOT COUNT-BATCH-OPEN
                               PERFORM 26A-OPEN-COUNT-BATCH
                           END-IF
                           ADD 1 TO ACTUAL-CASE-COUNT
                           PERFORM 29-HASH-ONE-CASE
                   END-EVALUATE
           END-READ
       .

       26A-OPEN-COUNT-BATCH.
           ADD 1 TO COUNT-BATCH-SEQ
           MOVE 'Y' TO COUNT-BATCH-OPEN-SW
           MOVE 'N' TO HEADER-SEEN-SW
           MOVE 'N' TO TRAILER-SEEN-SW
           MOVE SPACES TO COUNT-BATCH-ID
           MOVE 0 TO COUNT-BATCH-DATE
           MOVE 0 TO EXPECT-CASE-COUNT
           MOVE 0 TO ACTUAL-CASE-COUNT
           MOVE +0 TO EXPECT-HASH-A EXPECT-HASH-B EXPECT-HASH-C
                      EXPECT-HASH-D EXPECT-HASH-E
           MOVE +0 TO ACTUAL-HASH-A ACTUAL-HASH-B ACTUAL-HASH-C
                      ACTUAL-HASH-D ACTUAL-HASH-E
       .

      *    JUDGES THE BATCH JUST CLOSED AND FILES IT.  A BATCH PAST
      *    THE END OF THE TABLE IS ONLY COUNTED (COUNT-BATCH-SEQ
      *    KEEPS GOING) AND 28-BALANCE-INPUT-BATCH SKIPS IT.
       26B-CLOSE-COUNT-BATCH.
           MOVE 'N' TO COUNT-BATCH-OPEN-SW
           MOVE 'N' TO BATCH-OOB-SW
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               MOVE 'Y' TO BATCH-OOB-SW
           END-IF
           IF EXPECT-CASE-COUNT NOT = ACTUAL-CASE-COUNT
               MOVE 'Y' TO BATCH-OOB-SW
           END-IF
           IF EXPECT-HASH-TOTALS NOT = ACTUAL-HASH-TOTALS
               MOVE 'Y' TO BATCH-OOB-SW
           END-IF

           IF COUNT-BATCH-SEQ <= 99
               ADD 1 TO BATCH-ENTRY-COUNT
               MOVE COUNT-BATCH-ID TO BT-BATCH-ID (BATCH-ENTRY-COUNT)
               MOVE COUNT-BATCH-DATE
                   TO BT-BATCH-DATE (BATCH-ENTRY-COUNT)
               MOVE HEADER-SEEN-SW TO BT-HEADER-SW (BATCH-ENTRY-COUNT)
               MOVE TRAILER-SEEN-SW
                   TO BT-TRAILER-SW (BATCH-ENTRY-COUNT)
               MOVE EXPECT-CASE-COUNT
                   TO BT-EXPECT-COUNT (BATCH-ENTRY-COUNT)
               MOVE ACTUAL-CASE-COUNT
                   TO BT-ACTUAL-COUNT (BATCH-ENTRY-COUNT)
               MOVE EXPECT-HASH-TOTALS
                   TO BT-EXPECT-HASHES (BATCH-ENTRY-COUNT)
               MOVE ACTUAL-HASH-TOTALS
                   TO BT-ACTUAL-HASHES (BATCH-ENTRY-COUNT)
               IF BATCH-OUT-OF-BALANCE
                   MOVE 'S' TO BT-STATUS (BATCH-ENTRY-COUNT)
               ELSE
                   MOVE 'B' TO BT-STATUS (BATCH-ENTRY-COUNT)
               END-IF
           END-IF

      *    EVERY DETAIL A SKIP HOLDS BACK -- AN UNPROVED BATCH OR ONE
      *    PAST THE TABLE -- IS COUNTED, SO THE RUN LOG CAN ACCOUNT
      *    FOR ALL OF MLABVAL AND NOT JUST THE CASES THAT RAN.
           IF BATCH-OUT-OF-BALANCE
              OR COUNT-BATCH-SEQ > 99
               ADD ACTUAL-CASE-COUNT TO SUM-SKIP-DETAIL-COUNT
           END-IF
       .

       29-HASH-ONE-CASE.
           IF IN-A NUMERIC
               ADD IN-A TO ACTUAL-HASH-A
           END-IF
       .

      *    PROVES THE BATCHES BEFORE ANYTHING PROCESSES.  EACH
      *    HEADER/TRAILER BATCH STANDS ON ITS OWN: A MISSING HEADER
      *    OR TRAILER, A COUNT OFF BY EVEN ONE, OR ANY HASH COLUMN
      *    THAT DISAGREES SKIPS THAT BATCH -- ITS FIGURES AND AN
      *    OUT-OF-BALANCE NOTICE PRINT HERE, AHEAD OF THE DETAIL --
      *    WHILE THE BATCHES THAT PROVE STILL RUN.  NOTHING
      *    DOWNSTREAM EVER SEES A PARTIAL BATCH, AND A SKIP ENDS THE
      *    RUN WITH RETURN CODE 4 SO OPERATIONS CHASES THE RESEND.
      *    THE PAGE-HEADING CASE TOTAL IS THE PROVED BATCHES' COUNT.
       28-BALANCE-INPUT-BATCH.
           IF NOT INPUT-PRESENT
               GO TO 28-BALANCE-INPUT-BATCH-EXIT
           END-IF

           MOVE 0 TO TOTAL-CASE-COUNT
           MOVE 0 TO BATCH-SUB
           PERFORM 28A-TOTAL-ONE-BATCH
               UNTIL BATCH-SUB >= BATCH-ENTRY-COUNT
           MOVE 0 TO BATCH-SUB
           PERFORM 28B-CHECK-ONE-BATCH
               UNTIL BATCH-SUB >= BATCH-ENTRY-COUNT

           IF COUNT-BATCH-SEQ > BATCH-ENTRY-COUNT
               COMPUTE BATCH-OVER-COUNT =
                   COUNT-BATCH-SEQ - BATCH-ENTRY-COUNT
               ADD BATCH-OVER-COUNT TO SUM-BATCH-SKIP-COUNT
               PERFORM 28D-START-NOTICE
               MOVE '** BATCHES PAST THE 99-BATCH LIMIT - SKIPPED **'
                   TO VE-MESSAGE
               MOVE VERDICT-LINE TO PRINT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 'BATCHES SKIPPED         = ' TO SC-MESSAGE
               MOVE BATCH-OVER-COUNT TO SC-COUNT
               MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 310-WRITE-PRINT-LINE
           END-IF

      *    A FILE WITH NO DETAIL AND NO CONTROL RECORDS AT ALL IS AN
      *    EMPTY TRANSMISSION, NOT AN EMPTY BATCH -- IT NEVER PROVED.
           IF COUNT-BATCH-SEQ = ZERO
               ADD 1 TO SUM-BATCH-SKIP-COUNT
               PERFORM 28D-START-NOTICE
               MOVE '** NO HEADER/TRAILER BATCH ON INPUT FILE **'
                   TO VE-MESSAGE
               MOVE VERDICT-LINE TO PRINT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 310-WRITE-PRINT-LINE
           END-IF
       .
       28-BALANCE-INPUT-BATCH-EXIT.
           EXIT.

       28A-TOTAL-ONE-BATCH.
           ADD 1 TO BATCH-SUB
           IF BT-BALANCED (BATCH-SUB)
               ADD 1 TO SUM-BATCH-OK-COUNT
               ADD BT-ACTUAL-COUNT (BATCH-SUB) TO TOTAL-CASE-COUNT
           END-IF
       .

       28B-CHECK-ONE-BATCH.
           ADD 1 TO BATCH-SUB
           IF NOT BT-BALANCED (BATCH-SUB)
               ADD 1 TO SUM-BATCH-SKIP-COUNT
               PERFORM 28C-WRITE-BATCH-NOTICE
           END-IF
       .

      *    ONE SKIPPED BATCH'S NOTICE.  THE FIGURES MATCH THE OLD
      *    SINGLE-BATCH ABEND PRINT, PLUS THE NUMBER OF CASES THE
      *    SKIP HOLDS BACK SO THE RESEND CAN BE SIZED.
       28C-WRITE-BATCH-NOTICE.
           PERFORM 28D-START-NOTICE
           IF BT-HEADER-SW (BATCH-SUB) = 'Y'
               MOVE BT-BATCH-ID (BATCH-SUB) TO BN-BATCH-ID
           ELSE
               MOVE '(NONE)  ' TO BN-BATCH-ID
           END-IF
           MOVE BATCH-SUB TO BN-BATCH-SEQ
           MOVE BATCH-NOTICE-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 2 TO PROPER-SPACING

           IF BT-HEADER-SW (BATCH-SUB) NOT = 'Y'
               MOVE 'NO HEADER RECORD FOR THIS BATCH' TO VE-MESSAGE
               MOVE VERDICT-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 1 TO PROPER-SPACING
           END-IF

           IF BT-TRAILER-SW (BATCH-SUB) NOT = 'Y'
               MOVE 'NO TRAILER RECORD FOR THIS BATCH' TO VE-MESSAGE
               MOVE VERDICT-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
           ELSE
               MOVE BT-EXPECT-HASHES (BATCH-SUB) TO EXPECT-HASH-TOTALS
               MOVE BT-ACTUAL-HASHES (BATCH-SUB) TO ACTUAL-HASH-TOTALS
               MOVE 'CASE COUNT          ' TO BC-MESSAGE
               MOVE BT-EXPECT-COUNT (BATCH-SUB) TO BC-EXPECTED
               MOVE BT-ACTUAL-COUNT (BATCH-SUB) TO BC-ACTUAL
               MOVE BALANCE-COUNT-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE 'HASH TOTAL A        ' TO BH-MESSAGE
               MOVE EXPECT-HASH-A TO BH-EXPECTED
               MOVE ACTUAL-HASH-A TO BH-ACTUAL
               MOVE BALANCE-HASH-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 'HASH TOTAL B        ' TO BH-MESSAGE
               MOVE EXPECT-HASH-B TO BH-EXPECTED
               MOVE ACTUAL-HASH-B TO BH-ACTUAL
               MOVE BALANCE-HASH-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 'HASH TOTAL C        ' TO BH-MESSAGE
               MOVE EXPECT-HASH-C TO BH-EXPECTED
               MOVE ACTUAL-HASH-C TO BH-ACTUAL
               MOVE BALANCE-HASH-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 'HASH TOTAL D        ' TO BH-MESSAGE
               MOVE EXPECT-HASH-D TO BH-EXPECTED
               MOVE ACTUAL-HASH-D TO BH-ACTUAL
               MOVE BALANCE-HASH-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
               MOVE 'HASH TOTAL E        ' TO BH-MESSAGE
               MOVE EXPECT-HASH-E TO BH-EXPECTED
               MOVE ACTUAL-HASH-E TO BH-ACTUAL
               MOVE BALANCE-HASH-LINE TO PRINT-LINE
               PERFORM 310-WRITE-PRINT-LINE
           END-IF

           MOVE 1 TO PROPER-SPACING
           MOVE 'CASES SKIPPED           = ' TO SC-MESSAGE
           MOVE BT-ACTUAL-COUNT (BATCH-SUB) TO SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
       .

      *    THE NOTICES PRINT BEFORE THE DETAIL'S OWN FIRST PAGE, SO
      *    THE FIRST ONE STARTS A PAGE OF ITS OWN.  THE FIRST-PAGE
      *    SWITCH IS PUT BACK SO THE DETAIL HEADING THAT FOLLOWS
      *    (AFTER ANY RESTART SKIP) STILL NUMBERS ITS FIRST CASE
      *    CORRECTLY.
       28D-START-NOTICE.
           IF NOTICE-HEADING-SW NOT = 'Y'
               MOVE 'Y' TO NOTICE-HEADING-SW
               PERFORM 350-WRITE-HEADING
               MOVE 'Y' TO FIRST-HEADING-SW
           END-IF
       .

      *    IF MLAB-PARM EXISTS IT OVERRIDES THE VALUE-CLAUSE DEFAULTS
      *    ON A-E.  THESE BECOME THE WORKING VALUES UNTIL THE FIRST
           MOVE +0 TO COMPUTE-ANS-SAVE
           MOVE 'S' TO RECON-FLAG-CODE
           MOVE '*SKIPPED*      ' TO RECON-FLAG-TEXT
           MOVE 'N' TO BAND-REVIEW-SW
           IF NOT RUN-MODE-COMPUTE-ONLY
               PERFORM 100-CALCULATE-VERBS THRU 100-CALCULATE-VERBS-EXIT
               PERFORM 110-WRITE-VERB-LINE
               PERFORM 230-CHECK-REGRESSION
           END-IF
           IF NOT RUN-MODE-VERBS-ONLY AND NO-COMPUTE-EXCEPTION
               MOVE COMPUTE-ANS-SAVE TO LIMIT-CHECK-ANS
               PERFORM 240-CHECK-ANSWER-LIMITS
                   THRU 240-CHECK-ANSWER-LIMITS-EXIT
           END-IF
           MOVE 'N' TO CARRY-FOUND-SW
           IF VERB-EXCEPTION OR COMPUTE-EXCEPTION
               PERFORM 480-WRITE-SUSPENSE-RECORD
                   THRU 480-WRITE-SUSPENSE-RECORD-EXIT
               IF COMPUTE-EXCEPTION OR RUN-MODE-VERBS-ONLY
                   PERFORM 470-FIND-CARRY-FORWARD
                       THRU 470-FIND-CARRY-FORWARD-EXIT
               END-IF
           END-IF
      *    A CARRIED-FORWARD ANS GOES DOWNSTREAM IN PLACE OF THE
      *    COMPUTED ONE, SO IT ANSWERS TO THE SAME BAND.
           IF CARRY-FOUND
               MOVE CARRY-ANS-SAVE TO LIMIT-CHECK-ANS
               PERFORM 240-CHECK-ANSWER-LIMITS
                   THRU 240-CHECK-ANSWER-LIMITS-EXIT
           END-IF
           PERFORM 400-WRITE-AUDIT-RECORD
           PERFORM 450-WRITE-EXTRACT-RECORD
           END-IF
       .

      *    THE PROCESSING PASS RETRACES THE COUNT PASS'S BATCH
      *    BOUNDARIES: A HEADER STARTS THE NEXT BATCH, THE TRAILER
      *    ENDS IT, AND THE DETAILS OF A BATCH THAT DID NOT PROVE
      *    ARE READ STRAIGHT PAST.  THE FIGURES THEMSELVES WERE
      *    ALREADY PROVED BY 28-BALANCE-INPUT-BATCH BEFORE THIS PASS
      *    STARTED.
       50-READ-INPUT-CASE.
           IF INPUT-FILE-OPEN-SW NOT = 'Y'
               MOVE 'Y' TO EOF-SWITCH
           READ MLAB-INPUT
               AT END
                   MOVE 'Y' TO EOF-SWITCH
                   IF PROC-BATCH-OPEN
                       PERFORM 52-END-ONE-BATCH
                   END-IF
                   GO TO 50-READ-INPUT-CASE-EXIT
           END-READ
           IF IHR-RECORD-TYPE = 'H'
               IF PROC-BATCH-OPEN
                   PERFORM 52-END-ONE-BATCH
               END-IF
               PERFORM 51-START-ONE-BATCH
               GO TO 50-READ-INPUT-CASE
           END-IF
           IF NOT PROC-BATCH-OPEN
               PERFORM 51-START-ONE-BATCH
           END-IF
           IF ITR-RECORD-TYPE = 'T'
               PERFORM 52-END-ONE-BATCH
               GO TO 50-READ-INPUT-CASE
           END-IF
           IF NOT PROC-BATCH-OK
               GO TO 50-READ-INPUT-CASE
           END-IF
           MOVE IN-CASE-ID TO CASE-ID-SAVE
           MOVE IN-A TO A
       50-READ-INPUT-CASE-EXIT.
           EXIT.

      *    PICKS UP THE NEXT BATCH'S ENTRY FROM BATCH-TABLE, SAVES
      *    THE RUN TOTALS SO FAR FOR ITS SUBTOTAL BLOCK, AND PRINTS
      *    ITS BANNER.  THE BANNER IS HELD BACK WHILE A RESTART IS
      *    STILL SKIPPING CASES ALREADY PROCESSED.
       51-START-ONE-BATCH.
           ADD 1 TO PROC-BATCH-SEQ
           MOVE 'Y' TO PROC-BATCH-OPEN-SW
           MOVE 'N' TO PROC-BATCH-OK-SW
           MOVE SPACES TO CURRENT-BATCH-ID
           MOVE 0 TO CURRENT-BATCH-DATE
           IF IHR-RECORD-TYPE = 'H'
               MOVE IHR-BATCH-ID TO CURRENT-BATCH-ID
               MOVE IHR-BATCH-DATE TO CURRENT-BATCH-DATE
           END-IF
           IF PROC-BATCH-SEQ <= BATCH-ENTRY-COUNT
               IF BT-BALANCED (PROC-BATCH-SEQ)
                   MOVE 'Y' TO PROC-BATCH-OK-SW
               END-IF
           END-IF

           IF PROC-BATCH-OK
               MOVE SUM-CASES-READ      TO BS-CASES-READ
               MOVE SUM-VERB-EXC-COUNT  TO BS-VERB-EXC
               MOVE SUM-COMP-EXC-COUNT  TO BS-COMP-EXC
               MOVE SUM-LIMIT-EXC-COUNT TO BS-LIMIT-EXC
               MOVE SUM-RECON-OOB-COUNT TO BS-RECON-OOB
               MOVE SUM-SUSP-OUT-COUNT  TO BS-SUSP-OUT
               MOVE SUM-CARRY-FWD-COUNT TO BS-CARRY-FWD
               IF NOT RESTART-SKIPPING
                   MOVE CURRENT-BATCH-ID TO BB-BATCH-ID
                   MOVE PROC-BATCH-SEQ TO BB-BATCH-SEQ
                   MOVE CURRENT-BATCH-DATE TO BB-BATCH-DATE
                   MOVE 'START OF BATCH' TO BB-BATCH-TEXT
                   MOVE BATCH-BANNER-LINE TO PRINT-LINE
                   MOVE 3 TO PROPER-SPACING
                   PERFORM 310-WRITE-PRINT-LINE
                   MOVE 2 TO PROPER-SPACING
               END-IF
           END-IF
       .

       52-END-ONE-BATCH.
           MOVE 'N' TO PROC-BATCH-OPEN-SW
           IF PROC-BATCH-OK AND NOT RESTART-SKIPPING
               PERFORM 53-WRITE-BATCH-SUBTOTALS
           END-IF
           MOVE 'N' TO PROC-BATCH-OK-SW
       .

      *    THE BATCH'S SHARE OF THE RUN TOTALS -- THE SAME COUNTS
      *    THE SUMMARY PAGE CARRIES FOR THE WHOLE RUN, TAKEN AS THE
      *    DIFFERENCE FROM WHERE THEY STOOD AT THE BATCH'S START.
       53-WRITE-BATCH-SUBTOTALS.
           MOVE CURRENT-BATCH-ID TO BB-BATCH-ID
           MOVE PROC-BATCH-SEQ TO BB-BATCH-SEQ
           MOVE CURRENT-BATCH-DATE TO BB-BATCH-DATE
           MOVE 'SUBTOTALS' TO BB-BATCH-TEXT
           MOVE BATCH-BANNER-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 310-WRITE-PRINT-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'CASES PROCESSED         = ' TO SC-MESSAGE
           SUBTRACT BS-CASES-READ FROM SUM-CASES-READ GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE 'VERB EXCEPTIONS         = ' TO SC-MESSAGE
           SUBTRACT BS-VERB-EXC FROM SUM-VERB-EXC-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 'COMPUTE EXCEPTIONS      = ' TO SC-MESSAGE
           SUBTRACT BS-COMP-EXC FROM SUM-COMP-EXC-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 'ANS OUTSIDE LIMITS      = ' TO SC-MESSAGE
           SUBTRACT BS-LIMIT-EXC FROM SUM-LIMIT-EXC-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 'RECONCILE OUT OF BALANCE= ' TO SC-MESSAGE
           SUBTRACT BS-RECON-OOB FROM SUM-RECON-OOB-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 'CASES TO SUSPENSE       = ' TO SC-MESSAGE
           SUBTRACT BS-SUSP-OUT FROM SUM-SUSP-OUT-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 'CASES CARRIED FORWARD   = ' TO SC-MESSAGE
           SUBTRACT BS-CARRY-FWD FROM SUM-CARRY-FWD-COUNT
               GIVING SC-COUNT
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE
           PERFORM 310-WRITE-PRINT-LINE
           MOVE 3 TO PROPER-SPACING
       .

       100-CALCULATE-VERBS.
      *    FOLLOW THESE COMMENTS WITH YOUR CALCULATIONS (USING THE ADD,
      *    SUBTRACT, MULTIPLY AND DIVIDE VERBS).
           END-IF
       .

      *    JUDGES THE CASE'S ANS (LIMIT-CHECK-ANS -- COMPUTED, OR
      *    CARRIED FORWARD) AGAINST ITS FORMULA'S BAND.  AN
      *    OUT-OF-BAND ANSWER IS ARITHMETICALLY SOUND -- NO TRAP
      *    FIRED, THE RECONCILE MAY WELL MATCH -- SO IT IS NEVER
      *    MIXED INTO THE V/C/B SUSPENSE REASONS; IT PRINTS A
               GO TO 240-CHECK-ANSWER-LIMITS-EXIT
           END-IF

           IF LIMIT-CHECK-ANS NOT < LIM-ENT-MIN (LIM-SUB)
              AND LIMIT-CHECK-ANS NOT > LIM-ENT-MAX (LIM-SUB)
               GO TO 240-CHECK-ANSWER-LIMITS-EXIT
           END-IF

           ADD 1 TO SUM-LIMIT-EXC-COUNT
           MOVE 'Y' TO BAND-REVIEW-SW
           MOVE 'ANS LIMITS = ' TO DL-MESSAGE
           MOVE LIMIT-CHECK-ANS TO DL-ANS
           MOVE '*OUT OF BAND*  ' TO DL-RECON-FLAG
           PERFORM 300-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE CASE-ID-SAVE TO RV-CASE-ID
           MOVE FORMULA-CODE TO RV-FORMULA
           MOVE LIMIT-CHECK-ANS TO RV-ANS
           MOVE LIM-ENT-MIN (LIM-SUB) TO RV-MIN
           MOVE LIM-ENT-MAX (LIM-SUB) TO RV-MAX
           WRITE REVIEW-RECORD FROM REVIEW-CASE-LINE
           MOVE VERB-ANS-SAVE      TO AUD-VERB-ANS
           MOVE COMPUTE-ANS-SAVE   TO AUD-COMPUTE-ANS
           MOVE RECON-FLAG-CODE    TO AUD-RECON-FLAG
           MOVE CURRENT-BATCH-ID   TO AUD-BATCH-ID

      *    A DUPLICATE KEY MEANS THE SAME CASE ALREADY LOGGED UNDER
      *    THIS RUN'S DATE/TIME STAMP; IT IS COUNTED FOR THE
                   ADD 1 TO SUM-AUD-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO SUM-AUD-OUT-COUNT
                   PERFORM 405-POST-CONTROL-TOTALS
           END-WRITE
       .

      *    ADDS THE AUDIT RECORD JUST WRITTEN TO ITS RUN DATE'S 'L'
      *    CONTROL TOTALS.  POSTING AS EACH RECORD GOES OUT, NOT AT
      *    END OF RUN, KEEPS THE TOTALS RIGHT THROUGH AN ABEND AND
      *    CHECKPOINT RESTART.
       405-POST-CONTROL-TOTALS.
           MOVE AUD-RUN-DATE TO CT-RUN-DATE
           MOVE 'L' TO CT-LOCATION
           MOVE 'Y' TO CONTROL-FOUND-SW
           READ MLAB-CONTROL-TOTALS
               INVALID KEY
                   MOVE 'N' TO CONTROL-FOUND-SW
                   MOVE SPACES TO CONTROL-TOTALS-RECORD (10:151)
                   MOVE 0 TO CT-RECORD-COUNT
                   MOVE 0 TO CT-HASH-VERB-ANS CT-HASH-COMPUTE-ANS
                   MOVE 0 TO CT-HASH-A CT-HASH-B CT-HASH-C
                   MOVE 0 TO CT-HASH-D CT-HASH-E
           END-READ
           ADD 1 TO CT-RECORD-COUNT
           ADD AUD-VERB-ANS TO CT-HASH-VERB-ANS
           ADD AUD-COMPUTE-ANS TO CT-HASH-COMPUTE-ANS
           ADD AUD-A TO CT-HASH-A
           ADD AUD-B TO CT-HASH-B
           ADD AUD-C TO CT-HASH-C
           ADD AUD-D TO CT-HASH-D
           ADD AUD-E TO CT-HASH-E
           MOVE 'MATHLAB ' TO CT-POSTED-BY
           MOVE RUN-DATE TO CT-POSTED-DATE
           IF CONTROL-FOUND
               REWRITE CONTROL-TOTALS-RECORD
                   INVALID KEY
                       ADD 1 TO SUM-CTL-ERR-COUNT
               END-REWRITE
           ELSE
               WRITE CONTROL-TOTALS-RECORD
                   INVALID KEY
                       ADD 1 TO SUM-CTL-ERR-COUNT
               END-WRITE
           END-IF
       .

       450-WRITE-EXTRACT-RECORD.
           IF EXTRACT-FILE-OPEN-SW = 'Y'
               MOVE CASE-ID-SAVE       TO EXT-CASE-ID
               MOVE VERB-ANS-SAVE      TO EXT-VERB-ANS
               MOVE COMPUTE-ANS-SAVE   TO EXT-COMPUTE-ANS
               MOVE RECON-FLAG-TEXT    TO EXT-RECON-FLAG
               IF CARRY-FOUND
                   MOVE CARRY-ANS-SAVE TO EXT-COMPUTE-ANS
                   MOVE 'CARRIED FORWARD FROM '
                                       TO EXT-CARRY-TEXT
                   MOVE CARRY-DATE-SAVE
                                       TO EXT-CARRY-DATE
               END-IF
               MOVE CURRENT-BATCH-ID   TO EXT-BATCH-ID
               IF BAND-REVIEW-NEEDED
                   MOVE 'R'            TO EXT-REVIEW-FLAG
               ELSE
                   MOVE SPACE          TO EXT-REVIEW-FLAG
               END-IF

               MOVE EXTRACT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
           END-IF
       .

      *    A TRAPPED CASE WHOSE COMPUTED ANS WOULD OTHERWISE GO OUT
      *    AS A ZERO (THE COMPUTE PATH TRAPPED, OR A VERBS-ONLY RUN
      *    NEVER RAN IT) PICKS UP ITS MOST RECENT CLEAN COMPUTED ANS
      *    FROM THE AUDIT HISTORY.  CLEAN MEANS THE RECONCILE
      *    MATCHED ('M'), OR THE RECONCILE WAS SKIPPED ('S') WITH A
      *    NONZERO COMPUTED ANS -- THE COMPUTE PATH RAN AND DID NOT
      *    TRAP.  A SKIPPED RECORD WITH A ZERO ANS CANNOT BE TOLD
      *    FROM A TRAP AND IS PASSED OVER, AS ARE OUT-OF-BALANCE AND
      *    OVERFLOW RECORDS.  THE KEY RUNS CASE + DATE + TIME, SO
      *    THE LAST CLEAN RECORD READ FOR THE CASE IS THE NEWEST.
      *    THIS IS CALLED AHEAD OF 400-WRITE-AUDIT-RECORD, SO THE
      *    RUN'S OWN TRAPPED RECORD IS NEVER ON FILE YET.
       470-FIND-CARRY-FORWARD.
           MOVE 'N' TO CARRY-SCAN-SW
           MOVE +0 TO CARRY-ANS-SAVE
           MOVE 0 TO CARRY-DATE-SAVE

           MOVE CASE-ID-SAVE TO AUD-CASE-ID
           MOVE 0 TO AUD-RUN-DATE
           MOVE 0 TO AUD-RUN-TIME
           START MLAB-AUDIT KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   GO TO 470-FIND-CARRY-FORWARD-EXIT
           END-START

           PERFORM 475-READ-ONE-HISTORY
               UNTIL CARRY-SCAN-DONE
           IF NOT CARRY-FOUND
               GO TO 470-FIND-CARRY-FORWARD-EXIT
           END-IF

           ADD 1 TO SUM-CARRY-FWD-COUNT
           MOVE 'ANS CARRIED FORWARD = ' TO DL-MESSAGE
           MOVE CARRY-ANS-SAVE TO DL-ANS
           MOVE SPACES TO DL-RECON-FLAG
           MOVE 'FROM ' TO DL-RECON-FLAG(1:5)
           MOVE CARRY-DATE-SAVE TO DL-RECON-FLAG(6:8)
           PERFORM 300-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
       470-FIND-CARRY-FORWARD-EXIT.
           EXIT.

       475-READ-ONE-HISTORY.
           READ MLAB-AUDIT NEXT RECORD
               AT END
                   MOVE 'Y' TO CARRY-SCAN-SW
           END-READ
           IF CARRY-SCAN-DONE
              OR AUD-CASE-ID NOT = CASE-ID-SAVE
               MOVE 'Y' TO CARRY-SCAN-SW
           ELSE
               IF AUD-RECON-FLAG = 'M'
                  OR (AUD-RECON-FLAG = 'S'
                      AND AUD-COMPUTE-ANS NOT = ZERO)
                   MOVE 'Y' TO CARRY-FOUND-SW
                   MOVE AUD-COMPUTE-ANS TO CARRY-ANS-SAVE
                   MOVE AUD-RUN-DATE TO CARRY-DATE-SAVE
               END-IF
           END-IF
       .

      *    A TRAPPED CASE GOES TO SUSPENSE IN THE INPUT CARD LAYOUT
      *    SO IT CAN BE CORRECTED AND REPROCESSED INSTEAD OF BEING
      *    FISHED BACK OUT OF THE PRINTOUT.  THE REASON CODE SAYS
           ADD PROPER-SPACING TO LINE-COUNT
       .

      *    THE SAME PAGE-OVERFLOW DISCIPLINE FOR A LINE OF ANY OTHER
      *    LAYOUT (THE BATCH NOTICES, BANNERS AND SUBTOTALS): THE
      *    CALLER BUILDS THE LINE IN PRINT-LINE, WHICH A PAGE-BREAK
      *    HEADING CANNOT CLOBBER.
       310-WRITE-PRINT-LINE.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 350-WRITE-HEADING
           END-IF

           MOVE PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO LINE-COUNT
       .

      *    STARTS A NEW PAGE.  CALLED ONCE AT STARTUP AND AGAIN BY
      *    300-WRITE-A-LINE WHENEVER THE PAGE FILLS UP.
       350-WRITE-HEADING.
           MOVE 'CASES READ              = ' TO SC-MESSAGE
           MOVE SUM-CASES-READ TO SC-COUNT
           PERFORM 910-WRITE-COUNT-LINE
           IF INPUT-PRESENT AND NOT SUSPENSE-MODE
               MOVE 1 TO PROPER-SPACING
               MOVE 'BATCHES PROCESSED       = ' TO SC-MESSAGE
               MOVE SUM-BATCH-OK-COUNT TO SC-COUNT
               PERFORM 910-WRITE-COUNT-LINE
               MOVE 'BATCHES SKIPPED         = ' TO SC-MESSAGE
               MOVE SUM-BATCH-SKIP-COUNT TO SC-COUNT
               PERFORM 910-WRITE-COUNT-LINE
               MOVE 'CASES IN SKIPPED BATCHES= ' TO SC-MESSAGE
               MOVE SUM-SKIP-DETAIL-COUNT TO SC-COUNT
               PERFORM 910-WRITE-COUNT-LINE
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE 'CASES FORMULA 1         = ' TO SC-MESSAGE
           MOVE SUM-FORMULA-1-COUNT TO SC-COUNT
           MOVE 'CASES TO SUSPENSE       = ' TO SC-MESSAGE
           MOVE SUM-SUSP-OUT-COUNT TO SC-COUNT
           PERFORM 910-WRITE-COUNT-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE 'CASES CARRIED FORWARD   = ' TO SC-MESSAGE
           MOVE SUM-CARRY-FWD-COUNT TO SC-COUNT
           PERFORM 910-WRITE-COUNT-LINE
           MOVE 2 TO PROPER-SPACING

           IF SUM-AUD-DUP-COUNT > 0
               MOVE 'AUDIT DUPLICATES SKIPPED= ' TO SC-MESSAGE
               MOVE SUM-AUD-DUP-COUNT TO SC-COUNT
               PERFORM 910-WRITE-COUNT-LINE
           END-IF
           IF SUM-CTL-ERR-COUNT > 0
               MOVE 'CONTROL TOTAL POSTS FAILED=' TO SC-MESSAGE
               MOVE SUM-CTL-ERR-COUNT TO SC-COUNT
               PERFORM 910-WRITE-COUNT-LINE
           END-IF

           MOVE 'RECONCILE MATCH         = ' TO SC-MESSAGE
           MOVE SUM-RECON-MATCH-COUNT TO SC-COUNT
           IF SUM-LIMIT-EXC-COUNT > 0 AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *    SO DOES A SKIPPED INPUT BATCH: THE GOOD BATCHES WENT
      *    THROUGH, BUT THE BAD ONE STILL HAS TO BE RESENT.
           IF SUM-BATCH-SKIP-COUNT > 0 AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
      *    A CONTROL-TOTALS POST THAT FAILED LEAVES THE EVIDENCE
      *    UNPROVABLE UNTIL IT IS PUT RIGHT.
           IF SUM-CTL-ERR-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MLAB-REPORT
           CLOSE REVIEW-REPORT
           IF SUSPENSE-MODE
           END-IF
           CLOSE MLAB-SUSPENSE-OUT
           CLOSE MLAB-AUDIT
           CLOSE MLAB-CONTROL-TOTALS
           CLOSE MLAB-EXTRACT
           PERFORM 980-WRITE-RUN-STATISTICS
               THRU 980-WRITE-RUN-STATISTICS-EXIT
           MOVE SUM-ANS-MIN TO SR-ANS-MIN
           MOVE SUM-ANS-MAX TO SR-ANS-MAX
           MOVE SUM-ANS-AVG TO SR-ANS-AVG
           MOVE SUM-CARRY-FWD-COUNT TO SR-CARRY-FWD
           WRITE STATS-RECORD
           CLOSE MLAB-STATS
       .
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE SPACES TO RUN-LOG-RECORD (79:2)
           WRITE RUN-LOG-RECORD

      *    A MAIN BATCH RUN THAT SKIPPED BATCHES FOLLOWS ITS RECORD
      *    WITH A 'MATHLABK' RECORD WHOSE RECORDS-IN IS THE DETAIL
      *    RECORDS HELD BACK AND WHOSE FIRST OUTPUT SLOT IS THE
      *    NUMBER OF BATCHES SKIPPED.  MLABBAL ADDS IT TO THE CASES
      *    READ WHEN IT PROVES MATHLAB AGAINST MLABVAL.
           IF RL-PROGRAM-ID = 'MATHLAB '
              AND SUM-BATCH-SKIP-COUNT > 0
               MOVE 'MATHLABK' TO RL-PROGRAM-ID
               MOVE SUM-SKIP-DETAIL-COUNT TO RL-RECORDS-IN
               MOVE 'BATCHES ' TO RL-FILE-1-ID
               MOVE SUM-BATCH-SKIP-COUNT TO RL-RECORDS-OUT-1
               MOVE SPACES TO RL-FILE-2-ID
               MOVE 0 TO RL-RECORDS-OUT-2
               MOVE SPACES TO RL-FILE-3-ID
               MOVE 0 TO RL-RECORDS-OUT-3
               WRITE RUN-LOG-RECORD
           END-IF
           CLOSE MLAB-RUN-LOG
       .
       990-WRITE-RUN-LOG-EXIT.
