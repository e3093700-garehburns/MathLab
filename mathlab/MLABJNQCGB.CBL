       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabJInq.
       AUTHOR.  GARRETT BURNS.
      *
      *    CASE MASTER AS-OF INQUIRY OVER THE MLABMAINT CHANGE
      *    JOURNAL (MLABJRNL).  MLABMAINT FILES EVERY APPLIED ADD,
      *    CHANGE, AND DELETE ON THE JOURNAL WITH THE FULL BEFORE
      *    AND AFTER MASTER IMAGES; THIS PROGRAM READS A CASE'S
      *    JOURNAL BACK AND REBUILDS ITS MASTER RECORD -- A-E,
      *    FORMULA CODE, AND EFFECTIVE WINDOW -- AS IT STOOD AT THE
      *    END OF ANY DATE, SO AN AUDITOR ASKING WHY A CASE'S
      *    ANSWER MOVED IN MLABAUD CAN BE SHOWN THE INPUTS THAT
      *    CHANGED UNDER IT.
      *
      *    REQUESTS COME FROM MLABJNQC, ONE CARD PER QUESTION:
      *      COLS  1-5   CASE ID
      *      COLS  6-13  AS-OF DATE (CCYYMMDD, BLANK/ZERO = TODAY)
      *    EACH CARD PRINTS THE CASE'S JOURNAL ENTRIES THROUGH THE
      *    AS-OF DATE, THEN THE REBUILT MASTER RECORD.  CHANGES
      *    APPLIED ON THE AS-OF DATE ITSELF COUNT AS IN EFFECT.
      *
      *    THE REBUILD TAKES THE AFTER IMAGE OF THE LAST ENTRY ON
      *    OR BEFORE THE AS-OF DATE.  WITH NO ENTRY THAT EARLY, THE
      *    BEFORE IMAGE OF THE FIRST LATER ENTRY IS WHAT STOOD ON
      *    THE DATE.  A CASE WITH NO JOURNAL AT ALL HAS NOT BEEN
      *    TOUCHED SINCE THE JOURNAL STARTED, SO THE CURRENT MASTER
      *    RECORD ANSWERS FOR IT.
      *
      *    MODIFICATION HISTORY
      *    --------------------
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   GB    ORIGINAL PROGRAM.
      *    10/15/26   GB    EACH JOURNAL ENTRY NOW PRINTS THE
      *                     OPERATOR WHO KEYED IT AND, FOR A DELETE
      *                     OR LARGE CHANGE, THE SECOND OPERATOR WHO
      *                     APPROVED IT.  ENTRIES JOURNALED BEFORE
      *                     OPERATOR IDS WERE CARRIED PRINT NONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT JOURNAL-REPORT
               ASSIGN TO PRINTER "PRINTJNQ".

           SELECT MLAB-JOURNAL
               ASSIGN TO "MLABJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT MLAB-MASTER
               ASSIGN TO "MLABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CASE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT REQUEST-CARD
               ASSIGN TO "MLABJNQC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  JOURNAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
      *    THE CHANGE JOURNAL.  THE LAYOUT MUST STAY IN STEP WITH
      *    MLABMAINT, WHICH IS THE ONLY PROGRAM THAT WRITES IT.
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
       FD  MLAB-MASTER
           RECORD CONTAINS 62 CHARACTERS.
      *
       01  MASTER-RECORD.
           05  MST-CASE-ID         PIC 9(05).
           05  FILLER              PIC X(57).
      *
       FD  REQUEST-CARD
           RECORD CONTAINS 13 CHARACTERS.
      *
       01  REQUEST-CARD-RECORD.
           05  JQC-CASE-ID         PIC 9(05).
           05  JQC-CASE-ID-X       REDEFINES JQC-CASE-ID
                                   PIC X(05).
           05  JQC-AS-OF-DATE      PIC 9(08).
           05  JQC-AS-OF-DATE-X    REDEFINES JQC-AS-OF-DATE
                                   PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       77  CARD-EOF-SWITCH         PIC X(01)      VALUE 'N'.
           88  END-OF-CARDS                       VALUE 'Y'.
       77  JOURNAL-EOF-SWITCH      PIC X(01)      VALUE 'N'.
           88  END-OF-JOURNAL                     VALUE 'Y'.
       77  JOURNAL-OPEN-SW         PIC X(01)      VALUE 'N'.
           88  JOURNAL-OPEN                       VALUE 'Y'.
       77  MASTER-OPEN-SW          PIC X(01)      VALUE 'N'.
           88  MASTER-OPEN                        VALUE 'Y'.
       77  EARLIER-ENTRY-SW        PIC X(01)      VALUE 'N'.
           88  EARLIER-ENTRY-FOUND                VALUE 'Y'.
       77  LATER-ENTRY-SW          PIC X(01)      VALUE 'N'.
           88  LATER-ENTRY-FOUND                  VALUE 'Y'.
       77  JOURNAL-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  MASTER-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  CARD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  CARDS-READ-COUNT        PIC 9(07) COMP VALUE 0.
       77  CARDS-SKIPPED-COUNT     PIC 9(07) COMP VALUE 0.
       77  CASES-REBUILT-COUNT     PIC 9(07) COMP VALUE 0.
       77  JOURNAL-READ-COUNT      PIC 9(07) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  PICK-CASE-ID            PIC 9(05)      VALUE 0.
       77  PICK-AS-OF-DATE         PIC 9(08)      VALUE 0.
       77  SOURCE-DATE             PIC 9(08)      VALUE 0.
      *
      *    THE MASTER RECORD AS REBUILT FOR THE AS-OF DATE.  SPACES
      *    MEANS THE CASE WAS NOT ON THE MASTER THAT DAY.
       01  AS-OF-IMAGE.
           05  ASF-CASE-ID         PIC 9(05).
           05  ASF-A               PIC S9(5)V999.
           05  ASF-B               PIC S9(5)V999.
           05  ASF-C               PIC S9(5)V999.
           05  ASF-D               PIC S9(5)V999.
           05  ASF-E               PIC S9(5)V999.
           05  ASF-FORMULA-CODE    PIC X(01).
           05  ASF-EFF-FROM        PIC 9(08).
           05  ASF-EFF-THRU        PIC 9(08).
      *
      *    ONE JOURNAL IMAGE LAID OUT FOR PRINTING.
       01  PRINT-IMAGE.
           05  PIM-CASE-ID         PIC 9(05).
           05  PIM-A               PIC S9(5)V999.
           05  PIM-B               PIC S9(5)V999.
           05  PIM-C               PIC S9(5)V999.
           05  PIM-D               PIC S9(5)V999.
           05  PIM-E               PIC S9(5)V999.
           05  PIM-FORMULA-CODE    PIC X(01).
           05  PIM-EFF-FROM        PIC 9(08).
           05  PIM-EFF-THRU        PIC 9(08).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(31)      VALUE
                                   '    MATHLAB CASE AS-OF INQUIRY '.
           05                  PIC X(2)       VALUE '- '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(4)       VALUE SPACES.
           05                  PIC X(9)       VALUE 'RUN DATE '.
           05  HL-RUN-DATE     PIC 9(08).
           05                  PIC X(3)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  REQUEST-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(5)       VALUE 'CASE '.
           05  RQ-CASE-ID      PIC 9(05).
           05                  PIC X(9)       VALUE '   AS OF '.
           05  RQ-AS-OF-DATE   PIC 9(08).
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(9)       VALUE 'APPLIED'.
           05                  PIC X(10)      VALUE 'TIME'.
           05                  PIC X(4)       VALUE 'ACT'.
           05                  PIC X(8)       VALUE 'IMAGE'.
           05                  PIC X(30)      VALUE
                                   'FORMULA AND EFFECTIVE WINDOW'.
      *
       01  IMAGE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  IL-APPLY-DATE   PIC X(08).
           05                  PIC X(1)       VALUE SPACES.
           05  IL-APPLY-TIME   PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  IL-ACTION       PIC X(01).
           05                  PIC X(3)       VALUE SPACES.
           05  IL-STATE        PIC X(08).
           05  IL-DETAIL       PIC X(46).
      *
       01  WINDOW-DETAIL.
           05                  PIC X(8)       VALUE 'FORMULA '.
           05  WD-FORMULA      PIC X(01).
           05                  PIC X(8)       VALUE '   FROM '.
           05  WD-EFF-FROM     PIC 9(08).
           05                  PIC X(6)       VALUE ' THRU '.
           05  WD-EFF-THRU     PIC 9(08).
           05                  PIC X(7)       VALUE SPACES.
      *
       01  VALUES-LINE.
           05                  PIC X(6)       VALUE ' '.
           05                  PIC X(2)       VALUE 'A '.
           05  VA-A            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  B '.
           05  VA-B            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  C '.
           05  VA-C            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  D '.
           05  VA-D            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  E '.
           05  VA-E            PIC 99999.999-.
      *
       01  OPERATOR-LINE.
           05                  PIC X(26)      VALUE ' '.
           05                  PIC X(9)       VALUE 'KEYED BY '.
           05  OL-OPERATOR-ID  PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  OL-APPROVED-BY  PIC X(12).
           05  OL-APPROVER-ID  PIC X(08).
      *
       01  RESULT-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(6)       VALUE 'AS OF '.
           05  RS-AS-OF-DATE   PIC 9(08).
           05                  PIC X(2)       VALUE ': '.
           05  RS-TEXT         PIC X(34).
           05  RS-SOURCE-DATE  PIC X(08).
      *
       01  MESSAGE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  ML-MESSAGE      PIC X(60).
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
           PERFORM 50-READ-REQUEST-CARD
           PERFORM 40-ANSWER-ONE-REQUEST UNTIL END-OF-CARDS
           PERFORM 999-FINAL-ROUTINE
       .

      *    THE JOURNAL AND THE MASTER ARE BOTH OPTIONAL HERE -- A
      *    SHOP THAT HAS NOT YET RUN MLABMAINT SINCE THE JOURNAL
      *    WENT IN SIMPLY GETS "NO JOURNAL HISTORY" ANSWERS.  NO
      *    REQUEST CARDS MEANS AN EMPTY REPORT, NOT A FAILURE.
       20-HOUSEKEEPING.
           OPEN OUTPUT JOURNAL-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF

           OPEN INPUT MLAB-JOURNAL
           IF JOURNAL-FILE-STATUS = '00'
               MOVE 'Y' TO JOURNAL-OPEN-SW
           END-IF
           OPEN INPUT MLAB-MASTER
           IF MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-SW
           END-IF

           OPEN INPUT REQUEST-CARD
           IF CARD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO CARD-EOF-SWITCH
           END-IF

           PERFORM 350-WRITE-HEADING
       .

       50-READ-REQUEST-CARD.
           READ REQUEST-CARD
               AT END
                   MOVE 'Y' TO CARD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CARDS-READ-COUNT
           END-READ
       .

      *    A CARD WITHOUT A READABLE CASE ID CANNOT BE ANSWERED AND
      *    IS NOTED ON THE REPORT; AN UNREADABLE OR ZERO AS-OF DATE
      *    MEANS TODAY.
       40-ANSWER-ONE-REQUEST.
           IF JQC-CASE-ID-X NOT NUMERIC
               ADD 1 TO CARDS-SKIPPED-COUNT
               MOVE SPACES TO ML-MESSAGE
               MOVE 'CARD SKIPPED - CASE ID NOT NUMERIC' TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           ELSE
               MOVE JQC-CASE-ID TO PICK-CASE-ID
               IF JQC-AS-OF-DATE-X NUMERIC
                  AND JQC-AS-OF-DATE > ZERO
                   MOVE JQC-AS-OF-DATE TO PICK-AS-OF-DATE
               ELSE
                   MOVE RUN-DATE TO PICK-AS-OF-DATE
               END-IF
               PERFORM 45-REBUILD-ONE-CASE
           END-IF
           PERFORM 50-READ-REQUEST-CARD
       .

      *    WALKS THE CASE'S JOURNAL IN KEY (APPLIED DATE/TIME)
      *    ORDER FROM A KEYED START AT THE CASE, THEN PRINTS WHAT
      *    THE WALK FOUND.
       45-REBUILD-ONE-CASE.
           ADD 1 TO CASES-REBUILT-COUNT
           MOVE 'N' TO EARLIER-ENTRY-SW
           MOVE 'N' TO LATER-ENTRY-SW
           MOVE SPACES TO AS-OF-IMAGE
           MOVE 0 TO SOURCE-DATE

           MOVE PICK-CASE-ID TO RQ-CASE-ID
           MOVE PICK-AS-OF-DATE TO RQ-AS-OF-DATE
           MOVE REQUEST-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE COLUMN-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'N' TO JOURNAL-EOF-SWITCH
           IF JOURNAL-OPEN
               MOVE PICK-CASE-ID TO JRN-CASE-ID
               MOVE 0 TO JRN-APPLY-DATE
               MOVE 0 TO JRN-APPLY-TIME
               MOVE 0 TO JRN-TRANS-NO
               START MLAB-JOURNAL KEY NOT < JRN-KEY
                   INVALID KEY
                       MOVE 'Y' TO JOURNAL-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO JOURNAL-EOF-SWITCH
           END-IF
           IF NOT END-OF-JOURNAL
               PERFORM 55-READ-JOURNAL
           END-IF
           PERFORM 60-WEIGH-ONE-ENTRY UNTIL END-OF-JOURNAL

           PERFORM 70-WRITE-AS-OF-RESULT
       .

      *    THE WALK ENDS THE MOMENT THE KEY LEAVES THE CASE.
       55-READ-JOURNAL.
           READ MLAB-JOURNAL NEXT
               AT END
                   MOVE 'Y' TO JOURNAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO JOURNAL-READ-COUNT
                   IF JRN-CASE-ID NOT = PICK-CASE-ID
                       MOVE 'Y' TO JOURNAL-EOF-SWITCH
                   END-IF
           END-READ
       .

      *    AN ENTRY ON OR BEFORE THE AS-OF DATE PRINTS AND ITS AFTER
      *    IMAGE BECOMES THE STANDING RECORD.  THE FIRST ENTRY PAST
      *    THE DATE ENDS THE WALK; IF NOTHING EARLIER TURNED UP, ITS
      *    BEFORE IMAGE IS WHAT STOOD ON THE DATE.
       60-WEIGH-ONE-ENTRY.
           IF JRN-APPLY-DATE NOT > PICK-AS-OF-DATE
               MOVE 'Y' TO EARLIER-ENTRY-SW
               MOVE JRN-AFTER-IMAGE TO AS-OF-IMAGE
               MOVE JRN-APPLY-DATE TO SOURCE-DATE
               PERFORM 65-WRITE-JOURNAL-ENTRY
               PERFORM 55-READ-JOURNAL
           ELSE
               MOVE 'Y' TO LATER-ENTRY-SW
               IF NOT EARLIER-ENTRY-FOUND
                   MOVE JRN-BEFORE-IMAGE TO AS-OF-IMAGE
                   MOVE JRN-APPLY-DATE TO SOURCE-DATE
               END-IF
               MOVE 'Y' TO JOURNAL-EOF-SWITCH
           END-IF
       .

      *    BOTH SIDES OF ONE JOURNAL ENTRY -- THE SAME BEFORE/AFTER
      *    PAIR THE MAINTENANCE LOG PRINTED THE NIGHT IT APPLIED.
       65-WRITE-JOURNAL-ENTRY.
           MOVE JRN-APPLY-DATE TO IL-APPLY-DATE
           MOVE JRN-APPLY-TIME TO IL-APPLY-TIME
           MOVE JRN-ACTION TO IL-ACTION
           MOVE 'BEFORE  ' TO IL-STATE
           MOVE JRN-BEFORE-IMAGE TO PRINT-IMAGE
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-IMAGE-LINES

           MOVE SPACES TO IL-APPLY-DATE
           MOVE SPACES TO IL-APPLY-TIME
           MOVE SPACE TO IL-ACTION
           MOVE 'AFTER   ' TO IL-STATE
           MOVE JRN-AFTER-IMAGE TO PRINT-IMAGE
           MOVE 1 TO PROPER-SPACING
           PERFORM 75-WRITE-IMAGE-LINES

           IF JRN-OPERATOR-ID NOT = SPACES
               MOVE JRN-OPERATOR-ID TO OL-OPERATOR-ID
               IF JRN-APPROVER-ID = SPACES
                   MOVE SPACES TO OL-APPROVED-BY
               ELSE
                   MOVE 'APPROVED BY ' TO OL-APPROVED-BY
               END-IF
               MOVE JRN-APPROVER-ID TO OL-APPROVER-ID
               MOVE OPERATOR-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
       .

      *    THE VERDICT FOR THE CARD, AND THE REBUILT RECORD WHEN THE
      *    CASE WAS ON THE MASTER THAT DAY.
       70-WRITE-AS-OF-RESULT.
           MOVE SPACES TO RS-SOURCE-DATE
           EVALUATE TRUE
               WHEN EARLIER-ENTRY-FOUND
                AND AS-OF-IMAGE NOT = SPACES
                   MOVE 'ON MASTER - LAST CHANGED ' TO RS-TEXT
                   MOVE SOURCE-DATE TO RS-SOURCE-DATE
               WHEN EARLIER-ENTRY-FOUND
                   MOVE 'NOT ON MASTER - DELETED ' TO RS-TEXT
                   MOVE SOURCE-DATE TO RS-SOURCE-DATE
               WHEN LATER-ENTRY-FOUND
                AND AS-OF-IMAGE NOT = SPACES
                   MOVE 'ON MASTER - UNCHANGED UNTIL ' TO RS-TEXT
                   MOVE SOURCE-DATE TO RS-SOURCE-DATE
               WHEN LATER-ENTRY-FOUND
                   MOVE 'NOT ON MASTER - NOT ADDED UNTIL ' TO RS-TEXT
                   MOVE SOURCE-DATE TO RS-SOURCE-DATE
               WHEN OTHER
                   PERFORM 72-CHECK-CURRENT-MASTER
           END-EVALUATE
           MOVE PICK-AS-OF-DATE TO RS-AS-OF-DATE
           MOVE RESULT-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           IF AS-OF-IMAGE NOT = SPACES
               MOVE SPACES TO IL-APPLY-DATE
               MOVE SPACES TO IL-APPLY-TIME
               MOVE SPACE TO IL-ACTION
               MOVE 'AS OF   ' TO IL-STATE
               MOVE AS-OF-IMAGE TO PRINT-IMAGE
               MOVE 1 TO PROPER-SPACING
               PERFORM 75-WRITE-IMAGE-LINES
               PERFORM 78-WRITE-WINDOW-VERDICT
           END-IF
       .

      *    NO JOURNAL ENTRY AT ALL -- THE CASE HAS NOT BEEN TOUCHED
      *    SINCE THE JOURNAL STARTED, SO THE MASTER AS IT STANDS
      *    TODAY IS THE ANSWER.
       72-CHECK-CURRENT-MASTER.
           MOVE 'NOT ON MASTER - NO JOURNAL HISTORY' TO RS-TEXT
           IF MASTER-OPEN
               MOVE PICK-CASE-ID TO MST-CASE-ID
               READ MLAB-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-RECORD TO AS-OF-IMAGE
                       MOVE 'ON MASTER - NO JOURNALED CHANGES'
                           TO RS-TEXT
               END-READ
           END-IF
       .

      *    ONE IMAGE LINE (FORMULA AND WINDOW) PLUS ITS VALUES LINE.
      *    A BLANK IMAGE -- THE BEFORE SIDE OF AN ADD, THE AFTER
      *    SIDE OF A DELETE -- PRINTS AS NOT ON MASTER.
       75-WRITE-IMAGE-LINES.
           IF PRINT-IMAGE = SPACES
               MOVE 'NOT ON MASTER' TO IL-DETAIL
               MOVE IMAGE-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           ELSE
               MOVE PIM-FORMULA-CODE TO WD-FORMULA
               MOVE PIM-EFF-FROM TO WD-EFF-FROM
               MOVE PIM-EFF-THRU TO WD-EFF-THRU
               MOVE WINDOW-DETAIL TO IL-DETAIL
               MOVE IMAGE-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE

               MOVE PIM-A TO VA-A
               MOVE PIM-B TO VA-B
               MOVE PIM-C TO VA-C
               MOVE PIM-D TO VA-D
               MOVE PIM-E TO VA-E
               MOVE VALUES-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
       .

      *    WHETHER THE REBUILT RECORD WOULD HAVE CUT INTO MLABIN ON
      *    THE AS-OF DATE -- THE SAME WINDOW TEST MLABMAINT APPLIES
      *    (A ZERO OR UNREADABLE DATE LEAVES THAT END OPEN).
       78-WRITE-WINDOW-VERDICT.
           MOVE SPACES TO ML-MESSAGE
           MOVE 'EFFECTIVE WINDOW OPEN ON THE AS-OF DATE' TO ML-MESSAGE
           IF ASF-EFF-FROM NUMERIC
              AND ASF-EFF-FROM > ZERO
              AND PICK-AS-OF-DATE < ASF-EFF-FROM
               MOVE 'EFFECTIVE WINDOW NOT YET OPEN ON THE AS-OF DATE'
                   TO ML-MESSAGE
           END-IF
           IF ASF-EFF-THRU NUMERIC
              AND ASF-EFF-THRU > ZERO
              AND PICK-AS-OF-DATE > ASF-EFF-THRU
               MOVE 'EFFECTIVE WINDOW CLOSED ON THE AS-OF DATE'
                   TO ML-MESSAGE
           END-IF
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

      *    CALLERS STAGE THEIR LINE IN PRINT-LINE; IT IS MOVED TO
      *    REPORT-RECORD AFTER ANY PAGE-BREAK HEADING SO THE HEADING
      *    (WHICH ALSO USES REPORT-RECORD) CANNOT CLOBBER IT.
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

           WRITE REPORT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO LINE-COUNT
       .

       999-FINAL-ROUTINE.
           MOVE 'REQUEST CARDS READ      = ' TO TL-MESSAGE
           MOVE CARDS-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'REQUEST CARDS SKIPPED   = ' TO TL-MESSAGE
           MOVE CARDS-SKIPPED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'CASES REBUILT           = ' TO TL-MESSAGE
           MOVE CASES-REBUILT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'JOURNAL RECORDS READ    = ' TO TL-MESSAGE
           MOVE JOURNAL-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           CLOSE JOURNAL-REPORT
           IF JOURNAL-OPEN
               CLOSE MLAB-JOURNAL
           END-IF
           IF MASTER-OPEN
               CLOSE MLAB-MASTER
           END-IF
           CLOSE REQUEST-CARD
           STOP RUN
       .
