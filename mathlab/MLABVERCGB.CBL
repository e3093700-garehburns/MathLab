       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabVer.
       AUTHOR.  GARRETT BURNS.
      *
      *    TAMPER CHECK OVER THE AUDIT EVIDENCE.  MATHLAB POSTS EVERY
      *    AUDIT RECORD IT WRITES TO THE CONTROL-TOTALS FILE
      *    (MLABCTL) UNDER ITS RUN DATE -- A RECORD COUNT AND HASH
      *    TOTALS OF A-E, THE VERB ANS AND THE COMPUTE ANS -- AND
      *    MLABARCH MOVES THOSE TOTALS FROM THE LIVE SIDE ('L') TO
      *    THE ARCHIVE SIDE ('A') AS IT MOVES THE RECORDS.  THIS JOB
      *    RE-READS THE LIVE AUDIT FILE (MLABAUD) AND THE ARCHIVE
      *    (MLABARCH), RECOMPUTES THE SAME TOTALS PER RUN DATE, AND
      *    HOLDS THEM UP AGAINST MLABCTL.  A RECORD ALTERED, ADDED
      *    OR REMOVED BEHIND THE SYSTEM'S BACK SHOWS AS A RUN DATE
      *    THAT DISAGREES.
      *
      *    THE REPORT (PRINTVER) LISTS EVERY TOTAL THAT DISAGREES,
      *    CONTROL FIGURE AGAINST RECOMPUTED FIGURE, BY RUN DATE AND
      *    FILE, PLUS EVERY RUN DATE THAT HAS RECORDS BUT NO CONTROL
      *    TOTALS.  ANY DISAGREEMENT ENDS THE RUN WITH RETURN CODE 12.
      *
      *    HISTORY WRITTEN BEFORE THE CONTROL TOTALS EXISTED HAS NO
      *    CONTROL RECORDS.  AN OPTIONAL CONTROL CARD (MLABVERC)
      *    WITH 'BASELINE' IN COLS 1-8 HAS THIS RUN WRITE CONTROL
      *    RECORDS FOR EXACTLY THOSE RUN DATES FROM THE FILES AS THEY
      *    STAND (RETURN CODE 4).  A BASELINE RUN NEVER CHANGES A
      *    CONTROL RECORD THAT IS ALREADY THERE -- A DISAGREEMENT IS
      *    STILL A DISAGREEMENT.  THE SAME CARD RE-BASELINES AFTER A
      *    CUTOVER JOB HAS RE-CUT THE AUDIT FILES, ONCE MLABCTL HAS
      *    BEEN CLEARED.
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
           SELECT VERIFY-REPORT
               ASSIGN TO PRINTER "PRINTVER".

           SELECT MLAB-AUDIT
               ASSIGN TO "MLABAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MLAB-ARCHIVE
               ASSIGN TO "MLABARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT MLAB-CONTROL-TOTALS
               ASSIGN TO "MLABCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT VERIFY-CARD
               ASSIGN TO "MLABVERC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  VERIFY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
       FD  MLAB-AUDIT
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-CASE-ID     PIC 9(07).
               10  AUD-RUN-DATE    PIC 9(08).
               10  AUD-RUN-TIME    PIC 9(08).
           05  AUD-A               PIC S9(5)V999.
           05  AUD-B               PIC S9(5)V999.
           05  AUD-C               PIC S9(5)V999.
           05  AUD-D               PIC S9(5)V999.
           05  AUD-E               PIC S9(5)V999.
           05  AUD-VERB-ANS        PIC S9(5)V999.
           05  AUD-COMPUTE-ANS     PIC S9(5)V999.
           05  AUD-RECON-FLAG      PIC X(01).
           05  AUD-BATCH-ID        PIC X(08).
      *
       FD  MLAB-ARCHIVE
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  ARCHIVE-RECORD.
           05  ARC-CASE-ID         PIC 9(07).
           05  ARC-RUN-DATE        PIC 9(08).
           05  ARC-RUN-TIME        PIC 9(08).
           05  ARC-A               PIC S9(5)V999.
           05  ARC-B               PIC S9(5)V999.
           05  ARC-C               PIC S9(5)V999.
           05  ARC-D               PIC S9(5)V999.
           05  ARC-E               PIC S9(5)V999.
           05  ARC-VERB-ANS        PIC S9(5)V999.
           05  ARC-COMPUTE-ANS     PIC S9(5)V999.
           05  ARC-RECON-FLAG      PIC X(01).
           05  ARC-BATCH-ID        PIC X(08).
      *
      *    THE LAYOUT MUST STAY IN STEP WITH MATHLAB AND MLABARCH.
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
       FD  VERIFY-CARD
           RECORD CONTAINS 8 CHARACTERS.
      *
       01  VERIFY-CARD-RECORD.
           05  VRC-OPTION          PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       77  AUDIT-EOF-SW            PIC X(01)      VALUE 'N'.
           88  END-OF-AUDIT                       VALUE 'Y'.
       77  ARCHIVE-EOF-SW          PIC X(01)      VALUE 'N'.
           88  END-OF-ARCHIVE                     VALUE 'Y'.
       77  CONTROL-EOF-SW          PIC X(01)      VALUE 'N'.
           88  END-OF-CONTROL                     VALUE 'Y'.
       77  AUDIT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       77  ARCHIVE-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  CONTROL-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  CARD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  BASELINE-SW             PIC X(01)      VALUE 'N'.
           88  BASELINE-RUN                       VALUE 'Y'.
       77  CONTROL-OPEN-SW         PIC X(01)      VALUE 'N'.
           88  CONTROL-OPEN                       VALUE 'Y'.
       77  ENTRY-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  ENTRY-FOUND                        VALUE 'Y'.
       77  DATE-DISAGREES-SW       PIC X(01)      VALUE 'N'.
           88  DATE-DISAGREES                     VALUE 'Y'.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  DATE-SUB                PIC 9(04) COMP VALUE 0.
       77  SIDE-SUB                PIC 9(04) COMP VALUE 0.
       77  ITEM-SUB                PIC 9(04) COMP VALUE 0.
       77  AUDIT-READ-COUNT        PIC 9(07) COMP VALUE 0.
       77  ARCH-READ-COUNT         PIC 9(07) COMP VALUE 0.
       77  CONTROL-READ-COUNT      PIC 9(07) COMP VALUE 0.
       77  DATES-CHECKED-COUNT     PIC 9(07) COMP VALUE 0.
       77  DATES-AGREE-COUNT       PIC 9(07) COMP VALUE 0.
       77  DATES-DISAGREE-COUNT    PIC 9(07) COMP VALUE 0.
       77  DATES-BASELINED-COUNT   PIC 9(07) COMP VALUE 0.
       77  BASELINE-ERR-COUNT      PIC 9(07) COMP VALUE 0.
       77  OVERFLOW-COUNT          PIC 9(07) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
      *
      *    THE POSTING FIELDS FOR ONE AUDIT RECORD, FILLED FROM
      *    WHICHEVER FILE IS BEING READ SO 60-POST-ONE-RECORD ONLY
      *    KNOWS ONE SHAPE.  POST-SIDE 1 IS THE LIVE FILE, 2 THE
      *    ARCHIVE.
       01  POSTING-FIELDS.
           05  POST-RUN-DATE       PIC 9(08)      VALUE 0.
           05  POST-SIDE           PIC 9(01)      VALUE 0.
           05  POST-VALUE          PIC S9(5)V999  VALUE +0
                                   OCCURS 7 TIMES.
      *
      *    THE RECOMPUTED TOTALS, ONE SLOT PER RUN DATE, EACH WITH A
      *    LIVE AND AN ARCHIVE SIDE.  TOTAL 1 IS THE RECORD COUNT;
      *    2-8 ARE THE HASHES IN ITEM-NAME ORDER.  5000 RUN DATES IS
      *    OVER THIRTEEN YEARS OF NIGHTLY RUNS; RECORDS PAST THE
      *    LIMIT ARE COUNTED SO THE CHECK SAYS IT IS INCOMPLETE.
       01  VERIFY-DATE-TABLE.
           05  DATE-ENTRY-COUNT    PIC 9(04) COMP VALUE 0.
           05  DATE-ENTRY          OCCURS 5000 TIMES.
               10  VD-RUN-DATE     PIC 9(08).
               10  VD-SIDE         OCCURS 2 TIMES.
                   15  VD-CONTROLLED-SW PIC X(01).
                   15  VD-TOTAL    PIC S9(13)V999
                                   OCCURS 8 TIMES.
      *
      *    ONE RUN DATE AND FILE'S FIGURES SIDE BY SIDE FOR THE
      *    COMPARE -- CONTROL FILE AGAINST RECOMPUTED.
       01  COMPARE-TABLE.
           05  COMPARE-ITEM        OCCURS 8 TIMES.
               10  CMP-CONTROL     PIC S9(13)V999.
               10  CMP-RECOMPUTED  PIC S9(13)V999.
      *
       01  ITEM-NAME-VALUES.
           05                  PIC X(11)      VALUE 'RECORDS'.
           05                  PIC X(11)      VALUE 'VERB ANS'.
           05                  PIC X(11)      VALUE 'COMPUTE ANS'.
           05                  PIC X(11)      VALUE 'A'.
           05                  PIC X(11)      VALUE 'B'.
           05                  PIC X(11)      VALUE 'C'.
           05                  PIC X(11)      VALUE 'D'.
           05                  PIC X(11)      VALUE 'E'.
       01  ITEM-NAME-TABLE     REDEFINES ITEM-NAME-VALUES.
           05  ITEM-NAME           PIC X(11)  OCCURS 8 TIMES.
      *
       01  FILE-NAME-VALUES.
           05                  PIC X(08)      VALUE 'MLABAUD'.
           05                  PIC X(08)      VALUE 'MLABARCH'.
       01  FILE-NAME-TABLE     REDEFINES FILE-NAME-VALUES.
           05  FILE-NAME           PIC X(08)  OCCURS 2 TIMES.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(30)      VALUE
                                   '    MATHLAB AUDIT VERIFY - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(8)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(10)      VALUE 'RUN DATE'.
           05                  PIC X(10)      VALUE 'FILE'.
           05                  PIC X(13)      VALUE 'TOTAL'.
           05                  PIC X(18)      VALUE
                                   '      CONTROL FILE'.
           05                  PIC X(18)      VALUE
                                   '        RECOMPUTED'.
      *
       01  DIFF-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  DF-RUN-DATE     PIC 9(08).
           05                  PIC X(2)       VALUE SPACES.
           05  DF-FILE         PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  DF-ITEM         PIC X(11).
           05                  PIC X(2)       VALUE SPACES.
           05  DF-CONTROL      PIC Z(12)9.999-.
           05  DF-RECOMPUTED   PIC Z(12)9.999-.
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
           PERFORM 30-PROCESS-LIVE-AUDIT
               THRU 30-PROCESS-LIVE-AUDIT-EXIT
           PERFORM 35-PROCESS-ARCHIVE THRU 35-PROCESS-ARCHIVE-EXIT
           PERFORM 50-CHECK-CONTROL-FILE
               THRU 50-CHECK-CONTROL-FILE-EXIT
           MOVE 0 TO DATE-SUB
           PERFORM 70-CHECK-ONE-DATE
               UNTIL DATE-SUB >= DATE-ENTRY-COUNT
           PERFORM 999-FINAL-ROUTINE
       .

       20-HOUSEKEEPING.
           OPEN OUTPUT VERIFY-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           PERFORM 22-READ-VERIFY-CARD THRU 22-READ-VERIFY-CARD-EXIT
           PERFORM 350-WRITE-HEADING
       .

       22-READ-VERIFY-CARD.
           OPEN INPUT VERIFY-CARD
           IF CARD-FILE-STATUS NOT = '00'
               GO TO 22-READ-VERIFY-CARD-EXIT
           END-IF

           READ VERIFY-CARD
               NOT AT END
                   IF VRC-OPTION = 'BASELINE'
                       MOVE 'Y' TO BASELINE-SW
                   END-IF
           END-READ
           CLOSE VERIFY-CARD
       .
       22-READ-VERIFY-CARD-EXIT.
           EXIT.

      *    A FILE THAT IS NOT THERE POSTS NOTHING; ANY CONTROL TOTALS
      *    STILL HELD FOR IT THEN SHOW AS DISAGREEING, WHICH IS THE
      *    POINT.
       30-PROCESS-LIVE-AUDIT.
           OPEN INPUT MLAB-AUDIT
           IF AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO AUDIT-EOF-SW
               GO TO 30-PROCESS-LIVE-AUDIT-EXIT
           END-IF
           PERFORM 40-POST-AUDIT-RECORD UNTIL END-OF-AUDIT
           CLOSE MLAB-AUDIT
       .
       30-PROCESS-LIVE-AUDIT-EXIT.
           EXIT.

       35-PROCESS-ARCHIVE.
           OPEN INPUT MLAB-ARCHIVE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO ARCHIVE-EOF-SW
               GO TO 35-PROCESS-ARCHIVE-EXIT
           END-IF
           PERFORM 45-POST-ARCHIVE-RECORD UNTIL END-OF-ARCHIVE
           CLOSE MLAB-ARCHIVE
       .
       35-PROCESS-ARCHIVE-EXIT.
           EXIT.

       40-POST-AUDIT-RECORD.
           READ MLAB-AUDIT
               AT END
                   MOVE 'Y' TO AUDIT-EOF-SW
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT
                   MOVE AUD-RUN-DATE TO POST-RUN-DATE
                   MOVE 1 TO POST-SIDE
                   MOVE AUD-VERB-ANS TO POST-VALUE (1)
                   MOVE AUD-COMPUTE-ANS TO POST-VALUE (2)
                   MOVE AUD-A TO POST-VALUE (3)
                   MOVE AUD-B TO POST-VALUE (4)
                   MOVE AUD-C TO POST-VALUE (5)
                   MOVE AUD-D TO POST-VALUE (6)
                   MOVE AUD-E TO POST-VALUE (7)
                   PERFORM 60-POST-ONE-RECORD
                       THRU 60-POST-ONE-RECORD-EXIT
           END-READ
       .

       45-POST-ARCHIVE-RECORD.
           READ MLAB-ARCHIVE
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SW
               NOT AT END
                   ADD 1 TO ARCH-READ-COUNT
                   MOVE ARC-RUN-DATE TO POST-RUN-DATE
                   MOVE 2 TO POST-SIDE
                   MOVE ARC-VERB-ANS TO POST-VALUE (1)
                   MOVE ARC-COMPUTE-ANS TO POST-VALUE (2)
                   MOVE ARC-A TO POST-VALUE (3)
                   MOVE ARC-B TO POST-VALUE (4)
                   MOVE ARC-C TO POST-VALUE (5)
                   MOVE ARC-D TO POST-VALUE (6)
                   MOVE ARC-E TO POST-VALUE (7)
                   PERFORM 60-POST-ONE-RECORD
                       THRU 60-POST-ONE-RECORD-EXIT
           END-READ
       .

      *    READS MLABCTL IN KEY ORDER -- RUN DATE, THEN 'A' BEFORE
      *    'L' -- AND JUDGES EACH CONTROL RECORD AGAINST THE TOTALS
      *    RECOMPUTED FOR ITS RUN DATE AND FILE.  A BASELINE RUN
      *    OPENS THE FILE I-O (CREATING IT IF NEED BE) SO 70 CAN ADD
      *    THE MISSING RECORDS; A PLAIN CHECK ONLY READS IT.  NO
      *    CONTROL FILE ON A PLAIN CHECK LEAVES EVERY RUN DATE
      *    UNCONTROLLED.
       50-CHECK-CONTROL-FILE.
           IF BASELINE-RUN
               OPEN I-O MLAB-CONTROL-TOTALS
               IF CONTROL-FILE-STATUS = '35'
                   OPEN OUTPUT MLAB-CONTROL-TOTALS
                   CLOSE MLAB-CONTROL-TOTALS
                   OPEN I-O MLAB-CONTROL-TOTALS
               END-IF
           ELSE
               OPEN INPUT MLAB-CONTROL-TOTALS
           END-IF
           IF CONTROL-FILE-STATUS NOT = '00'
               MOVE 'NO CONTROL-TOTALS FILE (MLABCTL) TO CHECK AGAINST'
                   TO ML-MESSAGE
               MOVE MESSAGE-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
               GO TO 50-CHECK-CONTROL-FILE-EXIT
           END-IF
           MOVE 'Y' TO CONTROL-OPEN-SW

           PERFORM 52-READ-CONTROL-RECORD
           PERFORM 55-CHECK-ONE-CONTROL THRU 55-CHECK-ONE-CONTROL-EXIT
               UNTIL END-OF-CONTROL
       .
       50-CHECK-CONTROL-FILE-EXIT.
           EXIT.

       52-READ-CONTROL-RECORD.
           READ MLAB-CONTROL-TOTALS NEXT RECORD
               AT END
                   MOVE 'Y' TO CONTROL-EOF-SW
               NOT AT END
                   ADD 1 TO CONTROL-READ-COUNT
           END-READ
       .

      *    A CONTROL RECORD FOR A RUN DATE WITH NO RECORDS LEFT IN
      *    ITS FILE IS COMPARED AGAINST ZEROS, SO THE WHOLE RUN DATE
      *    SHOWS AS MISSING.  A LOCATION OTHER THAN 'L' OR 'A' CAN
      *    ONLY BE A DAMAGED RECORD.
       55-CHECK-ONE-CONTROL.
           ADD 1 TO DATES-CHECKED-COUNT
           EVALUATE CT-LOCATION
               WHEN 'L'
                   MOVE 1 TO SIDE-SUB
               WHEN 'A'
                   MOVE 2 TO SIDE-SUB
               WHEN OTHER
                   MOVE CT-RUN-DATE TO DF-RUN-DATE
                   MOVE CT-LOCATION TO DF-FILE
                   MOVE 'BAD RECORD' TO DF-ITEM
                   MOVE CT-RECORD-COUNT TO DF-CONTROL
                   MOVE 0 TO DF-RECOMPUTED
                   MOVE DIFF-LINE TO PRINT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-A-LINE
                   ADD 1 TO DATES-DISAGREE-COUNT
                   PERFORM 52-READ-CONTROL-RECORD
                   GO TO 55-CHECK-ONE-CONTROL-EXIT
           END-EVALUATE

           MOVE CT-RECORD-COUNT TO CMP-CONTROL (1)
           MOVE CT-HASH-VERB-ANS TO CMP-CONTROL (2)
           MOVE CT-HASH-COMPUTE-ANS TO CMP-CONTROL (3)
           MOVE CT-HASH-A TO CMP-CONTROL (4)
           MOVE CT-HASH-B TO CMP-CONTROL (5)
           MOVE CT-HASH-C TO CMP-CONTROL (6)
           MOVE CT-HASH-D TO CMP-CONTROL (7)
           MOVE CT-HASH-E TO CMP-CONTROL (8)

           MOVE CT-RUN-DATE TO POST-RUN-DATE
           PERFORM 65-FIND-DATE-ENTRY
           MOVE 0 TO ITEM-SUB
           PERFORM 56-LOAD-ONE-RECOMPUTED UNTIL ITEM-SUB >= 8
           IF ENTRY-FOUND
               MOVE 'Y' TO VD-CONTROLLED-SW (DATE-SUB SIDE-SUB)
           END-IF

           MOVE 'N' TO DATE-DISAGREES-SW
           MOVE 0 TO ITEM-SUB
           PERFORM 57-COMPARE-ONE-ITEM UNTIL ITEM-SUB >= 8
           IF DATE-DISAGREES
               ADD 1 TO DATES-DISAGREE-COUNT
           ELSE
               ADD 1 TO DATES-AGREE-COUNT
           END-IF
           PERFORM 52-READ-CONTROL-RECORD
       .
       55-CHECK-ONE-CONTROL-EXIT.
           EXIT.

       56-LOAD-ONE-RECOMPUTED.
           ADD 1 TO ITEM-SUB
           IF ENTRY-FOUND
               MOVE VD-TOTAL (DATE-SUB SIDE-SUB ITEM-SUB)
                   TO CMP-RECOMPUTED (ITEM-SUB)
           ELSE
               MOVE 0 TO CMP-RECOMPUTED (ITEM-SUB)
           END-IF
       .

       57-COMPARE-ONE-ITEM.
           ADD 1 TO ITEM-SUB
           IF CMP-CONTROL (ITEM-SUB) NOT = CMP-RECOMPUTED (ITEM-SUB)
               MOVE 'Y' TO DATE-DISAGREES-SW
               MOVE CT-RUN-DATE TO DF-RUN-DATE
               MOVE FILE-NAME (SIDE-SUB) TO DF-FILE
               MOVE ITEM-NAME (ITEM-SUB) TO DF-ITEM
               MOVE CMP-CONTROL (ITEM-SUB) TO DF-CONTROL
               MOVE CMP-RECOMPUTED (ITEM-SUB) TO DF-RECOMPUTED
               MOVE DIFF-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
           END-IF
       .

      *    ADDS ONE AUDIT RECORD INTO ITS RUN DATE'S SLOT, ON THE
      *    SIDE FOR THE FILE IT CAME FROM, OPENING A SLOT FOR A NEW
      *    RUN DATE.
       60-POST-ONE-RECORD.
           PERFORM 65-FIND-DATE-ENTRY
           IF NOT ENTRY-FOUND
               IF DATE-ENTRY-COUNT >= 5000
                   ADD 1 TO OVERFLOW-COUNT
                   GO TO 60-POST-ONE-RECORD-EXIT
               END-IF
               ADD 1 TO DATE-ENTRY-COUNT
               MOVE DATE-ENTRY-COUNT TO DATE-SUB
               MOVE POST-RUN-DATE TO VD-RUN-DATE (DATE-SUB)
               MOVE 0 TO SIDE-SUB
               PERFORM 62-CLEAR-ONE-SIDE UNTIL SIDE-SUB >= 2
           END-IF

           MOVE POST-SIDE TO SIDE-SUB
           ADD 1 TO VD-TOTAL (DATE-SUB SIDE-SUB 1)
           MOVE 1 TO ITEM-SUB
           PERFORM 64-ADD-ONE-VALUE UNTIL ITEM-SUB >= 8
       .
       60-POST-ONE-RECORD-EXIT.
           EXIT.

       62-CLEAR-ONE-SIDE.
           ADD 1 TO SIDE-SUB
           MOVE 'N' TO VD-CONTROLLED-SW (DATE-SUB SIDE-SUB)
           MOVE 0 TO ITEM-SUB
           PERFORM 63-CLEAR-ONE-TOTAL UNTIL ITEM-SUB >= 8
       .

       63-CLEAR-ONE-TOTAL.
           ADD 1 TO ITEM-SUB
           MOVE 0 TO VD-TOTAL (DATE-SUB SIDE-SUB ITEM-SUB)
       .

       64-ADD-ONE-VALUE.
           ADD 1 TO ITEM-SUB
           ADD POST-VALUE (ITEM-SUB - 1)
               TO VD-TOTAL (DATE-SUB SIDE-SUB ITEM-SUB)
       .

       65-FIND-DATE-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 0 TO DATE-SUB
           PERFORM 66-SCAN-ONE-ENTRY
               UNTIL DATE-SUB >= DATE-ENTRY-COUNT
                  OR ENTRY-FOUND
       .

       66-SCAN-ONE-ENTRY.
           ADD 1 TO DATE-SUB
           IF VD-RUN-DATE (DATE-SUB) = POST-RUN-DATE
               MOVE 'Y' TO ENTRY-FOUND-SW
           END-IF
       .

      *    AFTER THE CONTROL FILE, EVERY RUN DATE AND FILE THAT HAS
      *    RECORDS BUT NO CONTROL RECORD.  ON A BASELINE RUN THE
      *    CONTROL RECORD IS WRITTEN FROM THE RECOMPUTED TOTALS;
      *    OTHERWISE IT IS A DISAGREEMENT.
       70-CHECK-ONE-DATE.
           ADD 1 TO DATE-SUB
           MOVE 0 TO SIDE-SUB
           PERFORM 72-CHECK-ONE-SIDE THRU 72-CHECK-ONE-SIDE-EXIT
               UNTIL SIDE-SUB >= 2
       .

       72-CHECK-ONE-SIDE.
           ADD 1 TO SIDE-SUB
           IF VD-CONTROLLED-SW (DATE-SUB SIDE-SUB) = 'Y'
              OR VD-TOTAL (DATE-SUB SIDE-SUB 1) = ZERO
               GO TO 72-CHECK-ONE-SIDE-EXIT
           END-IF

           ADD 1 TO DATES-CHECKED-COUNT
           MOVE VD-RUN-DATE (DATE-SUB) TO DF-RUN-DATE
           MOVE FILE-NAME (SIDE-SUB) TO DF-FILE
           MOVE 0 TO DF-CONTROL
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 1) TO DF-RECOMPUTED
           IF BASELINE-RUN AND CONTROL-OPEN
               PERFORM 75-WRITE-BASELINE
           ELSE
               MOVE 'NO CONTROL' TO DF-ITEM
               ADD 1 TO DATES-DISAGREE-COUNT
           END-IF
           MOVE DIFF-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .
       72-CHECK-ONE-SIDE-EXIT.
           EXIT.

       75-WRITE-BASELINE.
           MOVE VD-RUN-DATE (DATE-SUB) TO CT-RUN-DATE
           IF SIDE-SUB = 1
               MOVE 'L' TO CT-LOCATION
           ELSE
               MOVE 'A' TO CT-LOCATION
           END-IF
           MOVE SPACES TO CONTROL-TOTALS-RECORD (10:151)
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 1) TO CT-RECORD-COUNT
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 2) TO CT-HASH-VERB-ANS
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 3) TO CT-HASH-COMPUTE-ANS
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 4) TO CT-HASH-A
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 5) TO CT-HASH-B
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 6) TO CT-HASH-C
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 7) TO CT-HASH-D
           MOVE VD-TOTAL (DATE-SUB SIDE-SUB 8) TO CT-HASH-E
           MOVE 'MLABVER ' TO CT-POSTED-BY
           MOVE RUN-DATE TO CT-POSTED-DATE
           WRITE CONTROL-TOTALS-RECORD
               INVALID KEY
                   MOVE 'NOT WRITTEN' TO DF-ITEM
                   ADD 1 TO BASELINE-ERR-COUNT
               NOT INVALID KEY
                   MOVE 'BASELINED' TO DF-ITEM
                   ADD 1 TO DATES-BASELINED-COUNT
           END-WRITE
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

      *    THE EVIDENCE STANDS ONLY IF EVERY RUN DATE AGREES AND
      *    EVERY RECORD WAS COUNTED.  A BASELINE THAT WROTE CONTROL
      *    RECORDS ENDS WITH 4 SO THE FIRST RUN IS NOTICED.
       999-FINAL-ROUTINE.
           MOVE 'LIVE AUDIT RECORDS READ = ' TO TL-MESSAGE
           MOVE AUDIT-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'ARCHIVE RECORDS READ    = ' TO TL-MESSAGE
           MOVE ARCH-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'CONTROL RECORDS READ    = ' TO TL-MESSAGE
           MOVE CONTROL-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'RUN DATES CHECKED       = ' TO TL-MESSAGE
           MOVE DATES-CHECKED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'RUN DATES AGREEING      = ' TO TL-MESSAGE
           MOVE DATES-AGREE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'RUN DATES DISAGREEING   = ' TO TL-MESSAGE
           MOVE DATES-DISAGREE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           IF BASELINE-RUN
               MOVE 'RUN DATES BASELINED     = ' TO TL-MESSAGE
               MOVE DATES-BASELINED-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF BASELINE-ERR-COUNT > 0
               MOVE 'BASELINE WRITES FAILED  = ' TO TL-MESSAGE
               MOVE BASELINE-ERR-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF
           IF OVERFLOW-COUNT > 0
               MOVE 'RECORDS PAST TABLE      = ' TO TL-MESSAGE
               MOVE OVERFLOW-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               PERFORM 300-WRITE-A-LINE
           END-IF

           IF DATES-DISAGREE-COUNT = 0
              AND OVERFLOW-COUNT = 0
              AND BASELINE-ERR-COUNT = 0
               MOVE 'ALL RUN DATES AGREE - AUDIT EVIDENCE INTACT'
                   TO ML-MESSAGE
               IF DATES-BASELINED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE '** CONTROL TOTALS DISAGREE - EVIDENCE SUSPECT **'
                   TO ML-MESSAGE
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           CLOSE VERIFY-REPORT
           IF CONTROL-OPEN
               CLOSE MLAB-CONTROL-TOTALS
           END-IF
           STOP RUN
       .
