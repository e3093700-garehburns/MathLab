       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabAck.
       AUTHOR.  GARRETT BURNS.
      *
      *    DELIVERY RECONCILIATION FOR THE NIGHT'S EXTRACT.  EVERY
      *    DOWNSTREAM SYSTEM THAT LOADS OUR EXTRACT SENDS BACK AN
      *    ACKNOWLEDGEMENT: THE RUN DATE IT LOADED, HOW MANY RECORDS
      *    IT ACCEPTED, THE HASH OF THE COMPUTED ANS IT ACCEPTED, AND
      *    THE CASE IDS IT REFUSED.  OPERATIONS CONCATENATES THE
      *    ACKNOWLEDGEMENTS INTO MLABACK.  THIS JOB HOLDS EACH ONE UP
      *    AGAINST WHAT WE SENT AND PRINTS (PRINTACK), PER SYSTEM,
      *    WHETHER THE DELIVERY BALANCED, THE CASES REFUSED, AND
      *    EVERY EXPECTED SYSTEM THAT SENT NO ACKNOWLEDGEMENT AT ALL.
      *
      *    WHAT WE SENT IS PROVED FROM THE COMMON RUN LOG (MLABRLOG)
      *    AND THE RELEASED EXTRACT (MLABRELX), WHICH IS THE FILE
      *    THAT LEAVES FOR DOWNSTREAM SINCE THE RELEASE STEP CAME IN.
      *    THE LATEST MATHLAB RECORD GIVES THE RUN DATE DELIVERED AND
      *    THE MLABEXT COUNT; THE LATEST MLABREL RECORD LOGGED AFTER
      *    IT GIVES THE MLABRELX COUNT ACTUALLY SENT (HELD CASES
      *    STAY BEHIND).  THE TWO ARE PAIRED BY THEIR ORDER IN THE
      *    LOG, NOT BY DATE -- THE RELEASE STEP MAY WELL START AFTER
      *    MIDNIGHT.  MLABRELX IS THEN READ FOR THE HASH AND THE
      *    CASES; IF ITS RECORD COUNT IS NOT THE LOGGED COUNT THE
      *    FILE IS NOT THE ONE THAT WENT OUT AND THE RUN SAYS SO.
      *
      *    A DELIVERY BALANCES WHEN THE SYSTEM LOADED OUR RUN DATE
      *    AND ITS ACCEPTED PLUS REFUSED CASES MAKE UP WHAT WE SENT
      *    -- IN RECORD COUNT AND IN THE HASH OF THE COMPUTED ANS,
      *    THE REFUSED CASES PRICED FROM MLABRELX.  A REFUSED CASE WE
      *    NEVER SENT CANNOT BALANCE.  THE RUN ENDS WITH RETURN CODE
      *    4 WHEN EVERYTHING BALANCED BUT CASES WERE REFUSED, AND 8
      *    WHEN ANY SYSTEM IS OUT OF BALANCE OR SILENT, OR THE SENT
      *    FIGURES THEMSELVES CANNOT BE PROVED.
      *
      *    EXPECTED SYSTEMS (MLABACKS), ONE CARD PER SYSTEM:
      *      COLS  1-8   SYSTEM ID
      *      COLS  9-38  SYSTEM NAME
      *    NO LIST MEANS NOBODY CAN BE CALLED SILENT; THE RUN SAYS
      *    SO.  AN ACKNOWLEDGEMENT FROM A SYSTEM NOT ON THE LIST IS
      *    STILL RECONCILED.
      *
      *    ACKNOWLEDGEMENT RECORDS (MLABACK), 40 BYTES:
      *      HEADER   COL   1     'H'
      *               COLS  2-9   SYSTEM ID
      *               COLS 10-17  RUN DATE LOADED (CCYYMMDD)
      *               COLS 18-24  RECORDS ACCEPTED
      *               COLS 25-38  HASH OF COMPUTED ANS ACCEPTED,
      *                           S9(11)V999
      *      REFUSAL  COL   1     'R'
      *               COLS  2-9   SYSTEM ID
      *               COLS 10-14  CASE ID
      *               COLS 15-40  REASON
      *    A SECOND HEADER FOR THE SAME SYSTEM IS A RESENT
      *    ACKNOWLEDGEMENT AND REPLACES THE FIRST, REFUSALS AND ALL.
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
           SELECT ACK-REPORT
               ASSIGN TO PRINTER "PRINTACK".

           SELECT MLAB-RUN-LOG
               ASSIGN TO "MLABRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.

           SELECT RELEASED-EXTRACT
               ASSIGN TO "MLABRELX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASED-FILE-STATUS.

           SELECT ACK-FILE
               ASSIGN TO "MLABACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT SYSTEM-LIST
               ASSIGN TO "MLABACKS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSLIST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  ACK-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
      *    THE COMMON RUN LOG -- LAYOUT SHARED WITH MLABMNT,
      *    MLABEDT, MATHLAB, MLABREL, MLABCMP, MLABFIX, AND THE
      *    MLABBAL BALANCER.
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
      *    THE EXTRACT LINE AS MATHLAB WRITES IT AND MLABREL
      *    RELEASES IT.  THE CASE ID AND COMPUTED ANS ARE CUT OUT BY
      *    POSITION AND RE-PARSED THE WAY MLABCMP DOES IT; THE
      *    LAYOUT MUST STAY IN STEP WITH MATHLAB'S EXTRACT-LINE.
       FD  RELEASED-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  RELEASED-RECORD         PIC X(123).
      *
       FD  ACK-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  ACK-RECORD.
           05  ACK-TYPE            PIC X(01).
               88  ACK-HEADER                     VALUE 'H'.
               88  ACK-REFUSAL                    VALUE 'R'.
           05  ACK-SYSTEM-ID       PIC X(08).
           05  FILLER              PIC X(31).
      *
       01  ACK-HEADER-RECORD.
           05  FILLER              PIC X(09).
           05  ACH-LOAD-DATE       PIC 9(08).
           05  ACH-LOAD-DATE-X     REDEFINES ACH-LOAD-DATE
                                   PIC X(08).
           05  ACH-RECORD-COUNT    PIC 9(07).
           05  ACH-RECORD-COUNT-X  REDEFINES ACH-RECORD-COUNT
                                   PIC X(07).
           05  ACH-HASH            PIC S9(11)V999.
           05  FILLER              PIC X(02).
      *
       01  ACK-REFUSAL-RECORD.
           05  FILLER              PIC X(09).
           05  ACR-CASE-ID         PIC 9(05).
           05  ACR-CASE-ID-X       REDEFINES ACR-CASE-ID
                                   PIC X(05).
           05  ACR-REASON          PIC X(26).
      *
       FD  SYSTEM-LIST
           RECORD CONTAINS 38 CHARACTERS.
      *
       01  SYSTEM-LIST-RECORD.
           05  SYL-SYSTEM-ID       PIC X(08).
           05  SYL-SYSTEM-NAME     PIC X(30).
      *
       WORKING-STORAGE SECTION.
      *
       77  RUNLOG-EOF-SW           PIC X(01)      VALUE 'N'.
           88  END-OF-RUN-LOG                     VALUE 'Y'.
       77  RELEASED-EOF-SW         PIC X(01)      VALUE 'N'.
           88  END-OF-RELEASED                    VALUE 'Y'.
       77  ACK-EOF-SW              PIC X(01)      VALUE 'N'.
           88  END-OF-ACKS                        VALUE 'Y'.
       77  SYSLIST-EOF-SW          PIC X(01)      VALUE 'N'.
           88  END-OF-SYSTEM-LIST                 VALUE 'Y'.
       77  RUNLOG-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  RELEASED-FILE-STATUS    PIC X(02)      VALUE SPACES.
       77  ACK-FILE-STATUS         PIC X(02)      VALUE SPACES.
       77  SYSLIST-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  ENTRY-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  ENTRY-FOUND                        VALUE 'Y'.
       77  SENT-PROVED-SW          PIC X(01)      VALUE 'Y'.
           88  SENT-PROVED                        VALUE 'Y'.
       77  SYSTEM-BALANCED-SW      PIC X(01)      VALUE 'N'.
           88  SYSTEM-BALANCED                    VALUE 'Y'.
       77  SYS-SUB                 PIC 9(04) COMP VALUE 0.
       77  REFUSED-SUB             PIC 9(04) COMP VALUE 0.
       77  SENT-SUB                PIC 9(04) COMP VALUE 0.
       77  SEARCH-SYSTEM-ID        PIC X(08)      VALUE SPACES.
       77  SEARCH-CASE-ID          PIC 9(05)      VALUE 0.
       77  LISTED-COUNT            PIC 9(07) COMP VALUE 0.
       77  ACK-READ-COUNT          PIC 9(07) COMP VALUE 0.
       77  ACK-BAD-COUNT           PIC 9(07) COMP VALUE 0.
       77  BALANCED-COUNT          PIC 9(07) COMP VALUE 0.
       77  REFUSALS-COUNT          PIC 9(07) COMP VALUE 0.
       77  OUT-OF-BALANCE-COUNT    PIC 9(07) COMP VALUE 0.
       77  SILENT-COUNT            PIC 9(07) COMP VALUE 0.
       77  SYS-OVERFLOW-COUNT      PIC 9(07) COMP VALUE 0.
       77  REFUSED-OVERFLOW-COUNT  PIC 9(07) COMP VALUE 0.
       77  SENT-OVERFLOW-COUNT     PIC 9(07) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
      *
      *    WHAT WE SENT: THE RUN-LOG FIGURES AND THE FIGURES READ
      *    BACK FROM MLABRELX.
       01  SENT-FIGURES.
           05  MLB-FOUND-SW        PIC X(01)      VALUE 'N'.
               88  MLB-FOUND                      VALUE 'Y'.
           05  MLB-RUN-DATE        PIC 9(08)      VALUE 0.
           05  MLB-EXTRACT-OUT     PIC 9(07)      VALUE 0.
           05  REL-FOUND-SW        PIC X(01)      VALUE 'N'.
               88  REL-FOUND                      VALUE 'Y'.
           05  REL-RUN-DATE        PIC 9(08)      VALUE 0.
           05  REL-RELEASED-OUT    PIC 9(07)      VALUE 0.
           05  SENT-LOGGED-COUNT   PIC 9(07)      VALUE 0.
           05  SENT-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  SENT-HASH           PIC S9(11)V999 VALUE +0.
      *
      *    ONE SLOT PER CASE SENT, FOR PRICING THE REFUSALS.  THE
      *    CASE LIBRARY RUNS TO A FEW THOUSAND CASES.
       01  SENT-TABLE.
           05  SENT-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  SENT-ENTRY          OCCURS 5000 TIMES.
               10  SN-CASE-ID      PIC 9(05).
               10  SN-COMPUTE-ANS  PIC S9(5)V999.
      *
      *    ONE SLOT PER SYSTEM -- EVERY SYSTEM ON THE LIST, THEN ANY
      *    OTHER SYSTEM THAT ACKNOWLEDGED.
       01  SYSTEM-TABLE.
           05  SYS-ENTRY-COUNT     PIC 9(04) COMP VALUE 0.
           05  SYS-ENTRY           OCCURS 50 TIMES.
               10  SY-SYSTEM-ID    PIC X(08).
               10  SY-SYSTEM-NAME  PIC X(30).
               10  SY-ACK-SW       PIC X(01).
               10  SY-LOAD-DATE    PIC 9(08).
               10  SY-ACCEPTED-COUNT PIC 9(07).
               10  SY-ACCEPTED-HASH  PIC S9(11)V999.
               10  SY-REFUSED-COUNT  PIC 9(07) COMP.
               10  SY-REFUSED-HASH   PIC S9(11)V999.
               10  SY-NOT-SENT-COUNT PIC 9(07) COMP.
      *
      *    THE REFUSALS AS THEY ARRIVE, TIED TO THEIR SYSTEM'S SLOT.
      *    A RESENT ACKNOWLEDGEMENT VOIDS ITS SYSTEM'S EARLIER ONES
      *    (RF-SYS-SUB ZERO).
       01  REFUSED-TABLE.
           05  REFUSED-ENTRY-COUNT PIC 9(04) COMP VALUE 0.
           05  REFUSED-ENTRY       OCCURS 2000 TIMES.
               10  RF-SYS-SUB      PIC 9(04) COMP.
               10  RF-CASE-ID      PIC 9(05).
               10  RF-REASON       PIC X(26).
      *
      *    SCRATCH FIELDS FOR 36-PARSE-ANSWER, AS IN MLABCMP: ONE
      *    EDITED -99999.999 COLUMN IN, ONE SIGNED NUMBER OUT.
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
      *
       01  CASE-ID-WORK            PIC X(05)      VALUE SPACES.
       01  CASE-ID-WORK-9          REDEFINES CASE-ID-WORK
                                   PIC 9(05).
      *
       77  CHECK-COUNT             PIC 9(07)      VALUE 0.
       77  CHECK-HASH              PIC S9(11)V999 VALUE +0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(30)      VALUE
                                   '    MATHLAB DELIVERY RECON - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(8)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(10)      VALUE 'SYSTEM'.
           05                  PIC X(10)      VALUE 'LOADED'.
           05                  PIC X(9)       VALUE 'ACCEPTED'.
           05                  PIC X(9)       VALUE 'REFUSED'.
           05                  PIC X(18)      VALUE
                                   '   ACCEPTED HASH'.
           05                  PIC X(18)      VALUE 'VERDICT'.
      *
       01  SENT-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  SL-MESSAGE      PIC X(28).
           05  SL-COUNT        PIC Z(6)9.
           05                  PIC X(2)       VALUE SPACES.
           05  SL-RUN-DATE     PIC X(08).
      *
       01  SENT-HASH-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(28)      VALUE
                                   'HASH OF COMPUTED ANS SENT = '.
           05  SH-HASH         PIC Z(10)9.999-.
      *
       01  SYSTEM-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  SY-LINE-ID      PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  SY-LINE-DATE    PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  SY-LINE-ACCEPTED PIC Z(6)9.
           05                  PIC X(2)       VALUE SPACES.
           05  SY-LINE-REFUSED PIC Z(6)9.
           05                  PIC X(2)       VALUE SPACES.
           05  SY-LINE-HASH    PIC Z(10)9.999-.
           05                  PIC X(2)       VALUE SPACES.
           05  SY-LINE-VERDICT PIC X(18).
      *
       01  SYSTEM-NAME-LINE.
           05                  PIC X(13)      VALUE SPACES.
           05  SN-LINE-NAME    PIC X(30).
      *
       01  BALANCE-LINE.
           05                  PIC X(6)       VALUE SPACES.
           05                  PIC X(13)      VALUE 'ACC+REFUSED '.
           05  BL-COUNT        PIC Z(6)9.
           05                  PIC X(1)       VALUE SPACES.
           05  BL-HASH         PIC Z(10)9.999-.
           05                  PIC X(9)       VALUE ' VS SENT '.
           05  BL-SENT-COUNT   PIC Z(6)9.
           05                  PIC X(1)       VALUE SPACES.
           05  BL-SENT-HASH    PIC Z(10)9.999-.
      *
       01  REFUSED-LINE.
           05                  PIC X(6)       VALUE SPACES.
           05                  PIC X(13)      VALUE 'REFUSED CASE '.
           05  RL-LINE-CASE-ID PIC 9(05).
           05                  PIC X(2)       VALUE SPACES.
           05  RL-LINE-ANS     PIC -99999.999.
           05                  PIC X(2)       VALUE SPACES.
           05  RL-LINE-REASON  PIC X(26).
           05                  PIC X(1)       VALUE SPACES.
           05  RL-LINE-FLAG    PIC X(08).
      *
       01  ACK-ERROR-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(12)      VALUE 'ACK IGNORED '.
           05  AE-RECORD       PIC X(40).
           05                  PIC X(1)       VALUE SPACES.
           05  AE-REASON       PIC X(24).
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
           PERFORM 22-LOAD-SYSTEM-LIST THRU 22-LOAD-SYSTEM-LIST-EXIT
           PERFORM 25-READ-RUN-LOG THRU 25-READ-RUN-LOG-EXIT
           PERFORM 30-LOAD-SENT-EXTRACT
               THRU 30-LOAD-SENT-EXTRACT-EXIT
           PERFORM 50-PROVE-SENT-FIGURES
           PERFORM 40-LOAD-ACKNOWLEDGEMENTS
               THRU 40-LOAD-ACKNOWLEDGEMENTS-EXIT
           MOVE 0 TO SYS-SUB
           MOVE 3 TO PROPER-SPACING
           PERFORM 60-RECONCILE-ONE-SYSTEM
               UNTIL SYS-SUB >= SYS-ENTRY-COUNT
           PERFORM 999-FINAL-ROUTINE
       .

       20-HOUSEKEEPING.
           OPEN OUTPUT ACK-REPORT
           PERFORM 350-WRITE-HEADING
       .

      *    THE EXPECTED SYSTEMS LOAD FIRST SO THEY HOLD THE FRONT OF
      *    THE TABLE AND PRINT IN LIST ORDER.
       22-LOAD-SYSTEM-LIST.
           OPEN INPUT SYSTEM-LIST
           IF SYSLIST-FILE-STATUS NOT = '00'
               GO TO 22-LOAD-SYSTEM-LIST-EXIT
           END-IF
           PERFORM 23-LOAD-ONE-SYSTEM UNTIL END-OF-SYSTEM-LIST
           CLOSE SYSTEM-LIST
       .
       22-LOAD-SYSTEM-LIST-EXIT.
           EXIT.

       23-LOAD-ONE-SYSTEM.
           READ SYSTEM-LIST
               AT END
                   MOVE 'Y' TO SYSLIST-EOF-SW
               NOT AT END
                   IF SYL-SYSTEM-ID NOT = SPACES
                       MOVE SYL-SYSTEM-ID TO SEARCH-SYSTEM-ID
                       PERFORM 80-FIND-SYSTEM
                       IF NOT ENTRY-FOUND
                           PERFORM 82-ADD-SYSTEM
                           IF ENTRY-FOUND
                               ADD 1 TO LISTED-COUNT
                               MOVE SYL-SYSTEM-NAME
                                   TO SY-SYSTEM-NAME (SYS-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       .

      *    THE LATEST MATHLAB AND MLABREL RECORDS ARE THE ONES THAT
      *    FED DOWNSTREAM; A RERUN LATER IN THE LOG OVERLAYS ITS
      *    EARLIER RECORD, AS IN MLABBAL.  THE FILE ID IS MATCHED
      *    RATHER THAN THE SLOT.  A MATHLAB RECORD CLEARS ANY
      *    MLABREL RECORD AHEAD OF IT, SO ONLY A RELEASE OF THAT
      *    MATHLAB RUN'S EXTRACT PAIRS WITH IT.
       25-READ-RUN-LOG.
           OPEN INPUT MLAB-RUN-LOG
           IF RUNLOG-FILE-STATUS NOT = '00'
               GO TO 25-READ-RUN-LOG-EXIT
           END-IF
           PERFORM 26-POST-ONE-LOG-RECORD UNTIL END-OF-RUN-LOG
           CLOSE MLAB-RUN-LOG
       .
       25-READ-RUN-LOG-EXIT.
           EXIT.

       26-POST-ONE-LOG-RECORD.
           READ MLAB-RUN-LOG
               AT END
                   MOVE 'Y' TO RUNLOG-EOF-SW
               NOT AT END
                   EVALUATE RL-PROGRAM-ID
                       WHEN 'MATHLAB '
                           MOVE 'Y' TO MLB-FOUND-SW
                           MOVE RL-RUN-DATE TO MLB-RUN-DATE
                           MOVE 'N' TO REL-FOUND-SW
                           MOVE 0 TO REL-RUN-DATE
                           MOVE 0 TO REL-RELEASED-OUT
                           EVALUATE 'MLABEXT '
                               WHEN RL-FILE-1-ID
                                   MOVE RL-RECORDS-OUT-1
                                       TO MLB-EXTRACT-OUT
                               WHEN RL-FILE-2-ID
                                   MOVE RL-RECORDS-OUT-2
                                       TO MLB-EXTRACT-OUT
                               WHEN RL-FILE-3-ID
                                   MOVE RL-RECORDS-OUT-3
                                       TO MLB-EXTRACT-OUT
                               WHEN OTHER
                                   MOVE 0 TO MLB-EXTRACT-OUT
                           END-EVALUATE
                       WHEN 'MLABREL '
                           MOVE 'Y' TO REL-FOUND-SW
                           MOVE RL-RUN-DATE TO REL-RUN-DATE
                           EVALUATE 'MLABRELX'
                               WHEN RL-FILE-1-ID
                                   MOVE RL-RECORDS-OUT-1
                                       TO REL-RELEASED-OUT
                               WHEN RL-FILE-2-ID
                                   MOVE RL-RECORDS-OUT-2
                                       TO REL-RELEASED-OUT
                               WHEN RL-FILE-3-ID
                                   MOVE RL-RECORDS-OUT-3
                                       TO REL-RELEASED-OUT
                               WHEN OTHER
                                   MOVE 0 TO REL-RELEASED-OUT
                           END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       .

      *    READS THE RELEASED EXTRACT BACK: RECORD COUNT, HASH OF
      *    THE COMPUTED ANS, AND EACH CASE'S COMPUTED ANS FOR
      *    PRICING REFUSALS.
       30-LOAD-SENT-EXTRACT.
           OPEN INPUT RELEASED-EXTRACT
           IF RELEASED-FILE-STATUS NOT = '00'
               GO TO 30-LOAD-SENT-EXTRACT-EXIT
           END-IF
           PERFORM 35-LOAD-ONE-SENT UNTIL END-OF-RELEASED
           CLOSE RELEASED-EXTRACT
       .
       30-LOAD-SENT-EXTRACT-EXIT.
           EXIT.

       35-LOAD-ONE-SENT.
           READ RELEASED-EXTRACT
               AT END
                   MOVE 'Y' TO RELEASED-EOF-SW
               NOT AT END
                   ADD 1 TO SENT-READ-COUNT
                   MOVE RELEASED-RECORD(73:10) TO PW-EDITED
                   PERFORM 36-PARSE-ANSWER
                   ADD PW-ANSWER TO SENT-HASH
                   MOVE RELEASED-RECORD(1:5) TO CASE-ID-WORK
                   INSPECT CASE-ID-WORK
                       REPLACING LEADING ' ' BY '0'
                   IF SENT-ENTRY-COUNT >= 5000
                       ADD 1 TO SENT-OVERFLOW-COUNT
                   ELSE
                       IF CASE-ID-WORK NUMERIC
                           ADD 1 TO SENT-ENTRY-COUNT
                           MOVE CASE-ID-WORK-9
                               TO SN-CASE-ID (SENT-ENTRY-COUNT)
                           MOVE PW-ANSWER
                               TO SN-COMPUTE-ANS (SENT-ENTRY-COUNT)
                       END-IF
                   END-IF
           END-READ
       .

      *    ONE EDITED -99999.999 COLUMN BECOMES A SIGNED NUMBER.  A
      *    COLUMN THAT DOES NOT PARSE COMES BACK ZERO.
       36-PARSE-ANSWER.
           MOVE +0 TO PW-ANSWER
           IF PW-WHOLE NUMERIC AND PW-DECIMAL NUMERIC
               COMPUTE PW-ANSWER =
                   PW-WHOLE-9 + (PW-DECIMAL-9 / 1000)
               IF PW-SIGN = '-'
                   MULTIPLY PW-ANSWER BY -1 GIVING PW-ANSWER
               END-IF
           END-IF
       .

      *    THE ACKNOWLEDGEMENTS.  NO MLABACK AT ALL LEAVES EVERY
      *    EXPECTED SYSTEM SILENT.
       40-LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = '00'
               GO TO 40-LOAD-ACKNOWLEDGEMENTS-EXIT
           END-IF
           PERFORM 42-POST-ONE-ACK THRU 42-POST-ONE-ACK-EXIT
               UNTIL END-OF-ACKS
           CLOSE ACK-FILE
       .
       40-LOAD-ACKNOWLEDGEMENTS-EXIT.
           EXIT.

       42-POST-ONE-ACK.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO ACK-EOF-SW
                   GO TO 42-POST-ONE-ACK-EXIT
           END-READ
           ADD 1 TO ACK-READ-COUNT

           IF ACK-SYSTEM-ID = SPACES
               MOVE 'NO SYSTEM ID' TO AE-REASON
               PERFORM 78-WRITE-ACK-ERROR
               GO TO 42-POST-ONE-ACK-EXIT
           END-IF
           MOVE ACK-SYSTEM-ID TO SEARCH-SYSTEM-ID
           PERFORM 80-FIND-SYSTEM

           EVALUATE TRUE
               WHEN ACK-HEADER
                   PERFORM 44-POST-ACK-HEADER
                       THRU 44-POST-ACK-HEADER-EXIT
               WHEN ACK-REFUSAL
                   PERFORM 46-POST-ACK-REFUSAL
                       THRU 46-POST-ACK-REFUSAL-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO AE-REASON
                   PERFORM 78-WRITE-ACK-ERROR
           END-EVALUATE
       .
       42-POST-ONE-ACK-EXIT.
           EXIT.

      *    A HEADER OPENS (OR, RESENT, REPLACES) ITS SYSTEM'S
      *    ACKNOWLEDGEMENT.
       44-POST-ACK-HEADER.
           IF ACH-LOAD-DATE-X NOT NUMERIC
              OR ACH-RECORD-COUNT-X NOT NUMERIC
              OR ACH-HASH NOT NUMERIC
               MOVE 'HEADER NOT NUMERIC' TO AE-REASON
               PERFORM 78-WRITE-ACK-ERROR
               GO TO 44-POST-ACK-HEADER-EXIT
           END-IF

           IF ENTRY-FOUND
               IF SY-ACK-SW (SYS-SUB) = 'Y'
                   MOVE 0 TO REFUSED-SUB
                   PERFORM 47-VOID-ONE-REFUSAL
                       UNTIL REFUSED-SUB >= REFUSED-ENTRY-COUNT
               END-IF
           ELSE
               PERFORM 82-ADD-SYSTEM
               IF NOT ENTRY-FOUND
                   MOVE 'TOO MANY SYSTEMS' TO AE-REASON
                   PERFORM 78-WRITE-ACK-ERROR
                   GO TO 44-POST-ACK-HEADER-EXIT
               END-IF
               MOVE '(NOT ON THE MLABACKS LIST)'
                   TO SY-SYSTEM-NAME (SYS-SUB)
           END-IF

           MOVE 'Y' TO SY-ACK-SW (SYS-SUB)
           MOVE ACH-LOAD-DATE TO SY-LOAD-DATE (SYS-SUB)
           MOVE ACH-RECORD-COUNT TO SY-ACCEPTED-COUNT (SYS-SUB)
           MOVE ACH-HASH TO SY-ACCEPTED-HASH (SYS-SUB)
       .
       44-POST-ACK-HEADER-EXIT.
           EXIT.

      *    A REFUSAL BELONGS TO ITS SYSTEM'S HEADER, WHICH MUST COME
      *    FIRST.
       46-POST-ACK-REFUSAL.
           IF NOT ENTRY-FOUND
              OR SY-ACK-SW (SYS-SUB) NOT = 'Y'
               MOVE 'REFUSAL BEFORE HEADER' TO AE-REASON
               PERFORM 78-WRITE-ACK-ERROR
               GO TO 46-POST-ACK-REFUSAL-EXIT
           END-IF
           IF ACR-CASE-ID-X NOT NUMERIC
               MOVE 'CASE ID NOT NUMERIC' TO AE-REASON
               PERFORM 78-WRITE-ACK-ERROR
               GO TO 46-POST-ACK-REFUSAL-EXIT
           END-IF
           IF REFUSED-ENTRY-COUNT >= 2000
               ADD 1 TO REFUSED-OVERFLOW-COUNT
               GO TO 46-POST-ACK-REFUSAL-EXIT
           END-IF

           ADD 1 TO REFUSED-ENTRY-COUNT
           MOVE SYS-SUB TO RF-SYS-SUB (REFUSED-ENTRY-COUNT)
           MOVE ACR-CASE-ID TO RF-CASE-ID (REFUSED-ENTRY-COUNT)
           MOVE ACR-REASON TO RF-REASON (REFUSED-ENTRY-COUNT)
       .
       46-POST-ACK-REFUSAL-EXIT.
           EXIT.

       47-VOID-ONE-REFUSAL.
           ADD 1 TO REFUSED-SUB
           IF RF-SYS-SUB (REFUSED-SUB) = SYS-SUB
               MOVE 0 TO RF-SYS-SUB (REFUSED-SUB)
           END-IF
       .

      *    WHAT WE SENT, AND WHETHER IT CAN BE PROVED.  THE SENT
      *    COUNT IS MLABREL'S MLABRELX COUNT FOR THE MATHLAB RUN
      *    DELIVERED; WITHOUT A RELEASE LOGGED AFTER THAT RUN IT
      *    FALLS BACK TO MATHLAB'S OWN MLABEXT COUNT.  EITHER WAY
      *    MLABRELX AS READ MUST HOLD EXACTLY THAT MANY RECORDS.
       50-PROVE-SENT-FIGURES.
           IF REL-FOUND
               MOVE REL-RELEASED-OUT TO SENT-LOGGED-COUNT
           ELSE
               MOVE MLB-EXTRACT-OUT TO SENT-LOGGED-COUNT
           END-IF

           MOVE 'MLABEXT LOGGED BY MATHLAB = ' TO SL-MESSAGE
           MOVE MLB-EXTRACT-OUT TO SL-COUNT
           IF MLB-FOUND
               MOVE MLB-RUN-DATE TO SL-RUN-DATE
           ELSE
               MOVE 'NOT RUN' TO SL-RUN-DATE
           END-IF
           MOVE SENT-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'MLABRELX LOGGED BY MLABREL= ' TO SL-MESSAGE
           MOVE REL-RELEASED-OUT TO SL-COUNT
           IF REL-FOUND
               MOVE REL-RUN-DATE TO SL-RUN-DATE
           ELSE
               MOVE 'NOT RUN' TO SL-RUN-DATE
           END-IF
           MOVE SENT-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'MLABRELX RECORDS READ     = ' TO SL-MESSAGE
           MOVE SENT-READ-COUNT TO SL-COUNT
           MOVE SPACES TO SL-RUN-DATE
           MOVE SENT-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE SENT-HASH TO SH-HASH
           MOVE SENT-HASH-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           IF NOT MLB-FOUND
               MOVE 'N' TO SENT-PROVED-SW
               MOVE '** NO RUN-LOG RECORD FOR MATHLAB **' TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF SENT-READ-COUNT NOT = SENT-LOGGED-COUNT
               MOVE 'N' TO SENT-PROVED-SW
               MOVE '** MLABRELX DOES NOT MATCH THE RUN LOG **'
                   TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF SENT-OVERFLOW-COUNT > 0
               MOVE 'N' TO SENT-PROVED-SW
               MOVE '** MORE CASES SENT THAN THE TABLE HOLDS **'
                   TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF LISTED-COUNT = 0
               MOVE 'NO MLABACKS SYSTEM LIST - SILENT SYSTEMS UNKNOWN'
                   TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
           MOVE 2 TO PROPER-SPACING
       .

      *    ONE SYSTEM'S VERDICT.  THE REFUSALS ARE PRICED FROM THE
      *    SENT TABLE AND LISTED UNDER THE SYSTEM LINE; AN
      *    OUT-OF-BALANCE SYSTEM ALSO SHOWS ITS ACCEPTED-PLUS-
      *    REFUSED FIGURES AGAINST WHAT WAS SENT.
       60-RECONCILE-ONE-SYSTEM.
           ADD 1 TO SYS-SUB
           MOVE SY-SYSTEM-ID (SYS-SUB) TO SY-LINE-ID
           MOVE SY-SYSTEM-NAME (SYS-SUB) TO SN-LINE-NAME

           IF SY-ACK-SW (SYS-SUB) NOT = 'Y'
               ADD 1 TO SILENT-COUNT
               MOVE SPACES TO SY-LINE-DATE
               MOVE 0 TO SY-LINE-ACCEPTED SY-LINE-REFUSED
               MOVE 0 TO SY-LINE-HASH
               MOVE 'NO ACKNOWLEDGEMENT' TO SY-LINE-VERDICT
               MOVE SYSTEM-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
               MOVE SYSTEM-NAME-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
           ELSE
               MOVE 0 TO SY-REFUSED-COUNT (SYS-SUB)
               MOVE 0 TO SY-REFUSED-HASH (SYS-SUB)
               MOVE 0 TO SY-NOT-SENT-COUNT (SYS-SUB)
               MOVE 0 TO REFUSED-SUB
               PERFORM 62-PRICE-ONE-REFUSAL
                   UNTIL REFUSED-SUB >= REFUSED-ENTRY-COUNT
               PERFORM 65-JUDGE-SYSTEM
               PERFORM 70-PRINT-SYSTEM
           END-IF
       .

       62-PRICE-ONE-REFUSAL.
           ADD 1 TO REFUSED-SUB
           IF RF-SYS-SUB (REFUSED-SUB) = SYS-SUB
               ADD 1 TO SY-REFUSED-COUNT (SYS-SUB)
               MOVE RF-CASE-ID (REFUSED-SUB) TO SEARCH-CASE-ID
               PERFORM 84-FIND-SENT-CASE
               IF ENTRY-FOUND
                   ADD SN-COMPUTE-ANS (SENT-SUB)
                       TO SY-REFUSED-HASH (SYS-SUB)
               ELSE
                   ADD 1 TO SY-NOT-SENT-COUNT (SYS-SUB)
               END-IF
           END-IF
       .

       65-JUDGE-SYSTEM.
           ADD SY-ACCEPTED-COUNT (SYS-SUB) SY-REFUSED-COUNT (SYS-SUB)
               GIVING CHECK-COUNT
           ADD SY-ACCEPTED-HASH (SYS-SUB) SY-REFUSED-HASH (SYS-SUB)
               GIVING CHECK-HASH
           MOVE 'N' TO SYSTEM-BALANCED-SW
           EVALUATE TRUE
               WHEN SY-LOAD-DATE (SYS-SUB) NOT = MLB-RUN-DATE
                   MOVE 'WRONG RUN DATE' TO SY-LINE-VERDICT
               WHEN SY-NOT-SENT-COUNT (SYS-SUB) > 0
                   MOVE 'REFUSED UNSENT' TO SY-LINE-VERDICT
               WHEN CHECK-COUNT NOT = SENT-READ-COUNT
                   MOVE 'OUT OF BAL - COUNT' TO SY-LINE-VERDICT
               WHEN CHECK-HASH NOT = SENT-HASH
                   MOVE 'OUT OF BAL - HASH' TO SY-LINE-VERDICT
               WHEN OTHER
                   MOVE 'Y' TO SYSTEM-BALANCED-SW
                   MOVE 'BALANCED' TO SY-LINE-VERDICT
           END-EVALUATE

           IF SYSTEM-BALANCED
               ADD 1 TO BALANCED-COUNT
               IF SY-REFUSED-COUNT (SYS-SUB) > 0
                   ADD 1 TO REFUSALS-COUNT
               END-IF
           ELSE
               ADD 1 TO OUT-OF-BALANCE-COUNT
           END-IF
       .

       70-PRINT-SYSTEM.
           MOVE SY-LOAD-DATE (SYS-SUB) TO SY-LINE-DATE
           MOVE SY-ACCEPTED-COUNT (SYS-SUB) TO SY-LINE-ACCEPTED
           MOVE SY-REFUSED-COUNT (SYS-SUB) TO SY-LINE-REFUSED
           MOVE SY-ACCEPTED-HASH (SYS-SUB) TO SY-LINE-HASH
           MOVE SYSTEM-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE SYSTEM-NAME-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           IF NOT SYSTEM-BALANCED
               MOVE CHECK-COUNT TO BL-COUNT
               MOVE CHECK-HASH TO BL-HASH
               MOVE SENT-READ-COUNT TO BL-SENT-COUNT
               MOVE SENT-HASH TO BL-SENT-HASH
               MOVE BALANCE-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF

           MOVE 0 TO REFUSED-SUB
           PERFORM 72-PRINT-ONE-REFUSAL
               UNTIL REFUSED-SUB >= REFUSED-ENTRY-COUNT
           MOVE 2 TO PROPER-SPACING
       .

       72-PRINT-ONE-REFUSAL.
           ADD 1 TO REFUSED-SUB
           IF RF-SYS-SUB (REFUSED-SUB) = SYS-SUB
               MOVE RF-CASE-ID (REFUSED-SUB) TO RL-LINE-CASE-ID
               MOVE RF-REASON (REFUSED-SUB) TO RL-LINE-REASON
               MOVE RF-CASE-ID (REFUSED-SUB) TO SEARCH-CASE-ID
               PERFORM 84-FIND-SENT-CASE
               IF ENTRY-FOUND
                   MOVE SN-COMPUTE-ANS (SENT-SUB) TO RL-LINE-ANS
                   MOVE SPACES TO RL-LINE-FLAG
               ELSE
                   MOVE 0 TO RL-LINE-ANS
                   MOVE 'NOT SENT' TO RL-LINE-FLAG
               END-IF
               MOVE REFUSED-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
       .

       78-WRITE-ACK-ERROR.
           ADD 1 TO ACK-BAD-COUNT
           MOVE ACK-RECORD TO AE-RECORD
           MOVE ACK-ERROR-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       80-FIND-SYSTEM.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 0 TO SYS-SUB
           PERFORM 81-SCAN-ONE-SYSTEM
               UNTIL SYS-SUB >= SYS-ENTRY-COUNT
                  OR ENTRY-FOUND
       .

       81-SCAN-ONE-SYSTEM.
           ADD 1 TO SYS-SUB
           IF SY-SYSTEM-ID (SYS-SUB) = SEARCH-SYSTEM-ID
               MOVE 'Y' TO ENTRY-FOUND-SW
           END-IF
       .

      *    OPENS A SLOT FOR SEARCH-SYSTEM-ID.  ENTRY-FOUND COMES BACK
      *    OFF WHEN THE TABLE IS FULL.
       82-ADD-SYSTEM.
           IF SYS-ENTRY-COUNT >= 50
               ADD 1 TO SYS-OVERFLOW-COUNT
               MOVE 'N' TO ENTRY-FOUND-SW
           ELSE
               ADD 1 TO SYS-ENTRY-COUNT
               MOVE SYS-ENTRY-COUNT TO SYS-SUB
               MOVE SEARCH-SYSTEM-ID TO SY-SYSTEM-ID (SYS-SUB)
               MOVE SPACES TO SY-SYSTEM-NAME (SYS-SUB)
               MOVE 'N' TO SY-ACK-SW (SYS-SUB)
               MOVE 0 TO SY-LOAD-DATE (SYS-SUB)
               MOVE 0 TO SY-ACCEPTED-COUNT (SYS-SUB)
               MOVE 0 TO SY-ACCEPTED-HASH (SYS-SUB)
               MOVE 0 TO SY-REFUSED-COUNT (SYS-SUB)
               MOVE 0 TO SY-REFUSED-HASH (SYS-SUB)
               MOVE 0 TO SY-NOT-SENT-COUNT (SYS-SUB)
               MOVE 'Y' TO ENTRY-FOUND-SW
           END-IF
       .

       84-FIND-SENT-CASE.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 0 TO SENT-SUB
           PERFORM 85-SCAN-ONE-SENT
               UNTIL SENT-SUB >= SENT-ENTRY-COUNT
                  OR ENTRY-FOUND
       .

       85-SCAN-ONE-SENT.
           ADD 1 TO SENT-SUB
           IF SN-CASE-ID (SENT-SUB) = SEARCH-CASE-ID
               MOVE 'Y' TO ENTRY-FOUND-SW
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

      *    A SILENT OR OUT-OF-BALANCE SYSTEM, OR SENT FIGURES THAT
      *    CANNOT BE PROVED, HOLD THE DAY WITH 8.  REFUSALS THAT
      *    BALANCE STILL WANT A LOOK, SO 4.
       999-FINAL-ROUTINE.
           MOVE 'SYSTEMS EXPECTED        = ' TO TL-MESSAGE
           MOVE LISTED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'ACK RECORDS READ        = ' TO TL-MESSAGE
           MOVE ACK-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'ACK RECORDS IGNORED     = ' TO TL-MESSAGE
           MOVE ACK-BAD-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'SYSTEMS BALANCED        = ' TO TL-MESSAGE
           MOVE BALANCED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE '  WITH REFUSED CASES    = ' TO TL-MESSAGE
           MOVE REFUSALS-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'SYSTEMS OUT OF BALANCE  = ' TO TL-MESSAGE
           MOVE OUT-OF-BALANCE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'SYSTEMS WITH NO ACK     = ' TO TL-MESSAGE
           MOVE SILENT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           IF SYS-OVERFLOW-COUNT > 0
               MOVE 'SYSTEMS PAST TABLE      = ' TO TL-MESSAGE
               MOVE SYS-OVERFLOW-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF REFUSED-OVERFLOW-COUNT > 0
               MOVE 'REFUSALS PAST TABLE     = ' TO TL-MESSAGE
               MOVE REFUSED-OVERFLOW-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF

           IF OUT-OF-BALANCE-COUNT > 0
              OR SILENT-COUNT > 0
              OR NOT SENT-PROVED
              OR SYS-OVERFLOW-COUNT > 0
              OR REFUSED-OVERFLOW-COUNT > 0
               MOVE '** DELIVERY NOT PROVED - SEE SYSTEMS ABOVE **'
                   TO ML-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'EVERY SYSTEM LOADED WHAT WAS SENT' TO ML-MESSAGE
               IF REFUSALS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           CLOSE ACK-REPORT
           STOP RUN
       .
