      *                     OVER THE CONVERTED PRE-2000 HISTORY.
      *                     THE MLABLOAD CUTOVER JOB RE-CUTS THE
      *                     EXISTING FILES ONE TIME.
      *    10/15/26   GB    AUDIT, ARCHIVE AND HOLD RECORDS WIDENED
      *                     TO 88 BYTES FOR MATHLAB'S TRAILING BATCH
      *                     ID.  THE MLABBCNV CUTOVER JOB RE-CUTS THE
      *                     EXISTING FILES ONE TIME.
      *    10/15/26   GB    THE CONTROL TOTALS (MLABCTL) NOW FOLLOW
      *                     THE RECORDS: EVERY RUN DATE ARCHIVED HAS
      *                     ITS COUNT AND HASH TOTALS TAKEN OFF THE
      *                     LIVE ('L') SIDE AND ADDED TO THE ARCHIVE
      *                     ('A') SIDE, SO MLABVER STILL BALANCES
      *                     BOTH FILES AFTER A PURGE.  A POST THAT
      *                     FAILS IS REPORTED AND SETS RETURN CODE 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT MLAB-CONTROL-TOTALS
               ASSIGN TO "MLABCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT ARCHIVE-CARD
               ASSIGN TO "MLABARCC"
               ORGANIZATION IS SEQUENTIAL
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
       01  ARCHIVE-RECORD          PIC X(88).
      *
       FD  MLAB-HOLD
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  HOLD-RECORD             PIC X(88).
      *
      *    THE LAYOUT MUST STAY IN STEP WITH MATHLAB AND MLABVER.
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
       FD  ARCHIVE-CARD
           RECORD CONTAINS 8 CHARACTERS.
       77  ARCHIVE-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  HOLD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  CARD-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  CONTROL-FILE-STATUS     PIC X(02)      VALUE SPACES.
       77  RETAIN-DATE             PIC 9(08)      VALUE 0.
       77  CARD-OK-SW              PIC X(01)      VALUE 'N'.
           88  CARD-OK                            VALUE 'Y'.
       77  KEPT-HIGH-DATE          PIC 9(08)      VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  MOVED-SUB               PIC 9(04) COMP VALUE 0.
       77  ENTRY-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  ENTRY-FOUND                        VALUE 'Y'.
       77  CONTROL-FOUND-SW        PIC X(01)      VALUE 'N'.
           88  CONTROL-FOUND                      VALUE 'Y'.
       77  CTL-DATES-MOVED-COUNT   PIC 9(07) COMP VALUE 0.
       77  CTL-ERR-COUNT           PIC 9(07) COMP VALUE 0.
      *
      *    THE TOTALS ARCHIVED IN THIS RUN, ONE SLOT PER RUN DATE.
      *    A QUARTERLY PURGE MOVES A FEW HUNDRED RUN DATES AT MOST;
      *    IF THE TABLE DOES FILL IT IS POSTED TO MLABCTL AND
      *    EMPTIED, SO NOTHING IS EVER DROPPED.
       01  MOVED-DATE-TABLE.
           05  MOVED-ENTRY-COUNT   PIC 9(04) COMP VALUE 0.
           05  MOVED-ENTRY         OCCURS 1000 TIMES.
               10  MD-RUN-DATE     PIC 9(08).
               10  MD-RECORD-COUNT PIC 9(09) COMP.
               10  MD-HASH-VERB-ANS PIC S9(13)V999.
               10  MD-HASH-COMPUTE-ANS PIC S9(13)V999.
               10  MD-HASH-A       PIC S9(13)V999.
               10  MD-HASH-B       PIC S9(13)V999.
               10  MD-HASH-C       PIC S9(13)V999.
               10  MD-HASH-D       PIC S9(13)V999.
               10  MD-HASH-E       PIC S9(13)V999.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.

       20-HOUSEKEEPING.
           OPEN OUTPUT ARCHIVE-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           PERFORM 22-READ-ARCHIVE-CARD THRU 22-READ-ARCHIVE-CARD-EXIT
           PERFORM 350-WRITE-HEADING
       .
           CLOSE MLAB-AUDIT
           CLOSE MLAB-ARCHIVE
           CLOSE MLAB-HOLD

           PERFORM 80-POST-MOVED-TOTALS
               THRU 80-POST-MOVED-TOTALS-EXIT
       .

       50-READ-AUDIT-RECORD.
                   MOVE AUD-RUN-DATE TO ARCH-HIGH-DATE
               END-IF
               WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
               PERFORM 45-ADD-MOVED-TOTALS
           ELSE
               ADD 1 TO RECORDS-KEPT-COUNT
               IF AUD-RUN-DATE < KEPT-LOW-DATE
           PERFORM 50-READ-AUDIT-RECORD
       .

      *    ADDS ONE ARCHIVED RECORD TO ITS RUN DATE'S SLOT IN THE
      *    MOVED-TOTALS TABLE, OPENING A SLOT FOR A NEW RUN DATE.
       45-ADD-MOVED-TOTALS.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 0 TO MOVED-SUB
           PERFORM 47-SCAN-ONE-ENTRY
               UNTIL MOVED-SUB >= MOVED-ENTRY-COUNT
                  OR ENTRY-FOUND

           IF NOT ENTRY-FOUND
               IF MOVED-ENTRY-COUNT >= 1000
                   PERFORM 80-POST-MOVED-TOTALS
                       THRU 80-POST-MOVED-TOTALS-EXIT
               END-IF
               ADD 1 TO MOVED-ENTRY-COUNT
               MOVE MOVED-ENTRY-COUNT TO MOVED-SUB
               MOVE AUD-RUN-DATE TO MD-RUN-DATE (MOVED-SUB)
               MOVE 0 TO MD-RECORD-COUNT (MOVED-SUB)
               MOVE 0 TO MD-HASH-VERB-ANS (MOVED-SUB)
               MOVE 0 TO MD-HASH-COMPUTE-ANS (MOVED-SUB)
               MOVE 0 TO MD-HASH-A (MOVED-SUB)
               MOVE 0 TO MD-HASH-B (MOVED-SUB)
               MOVE 0 TO MD-HASH-C (MOVED-SUB)
               MOVE 0 TO MD-HASH-D (MOVED-SUB)
               MOVE 0 TO MD-HASH-E (MOVED-SUB)
           END-IF

           ADD 1 TO MD-RECORD-COUNT (MOVED-SUB)
           ADD AUD-VERB-ANS TO MD-HASH-VERB-ANS (MOVED-SUB)
           ADD AUD-COMPUTE-ANS TO MD-HASH-COMPUTE-ANS (MOVED-SUB)
           ADD AUD-A TO MD-HASH-A (MOVED-SUB)
           ADD AUD-B TO MD-HASH-B (MOVED-SUB)
           ADD AUD-C TO MD-HASH-C (MOVED-SUB)
           ADD AUD-D TO MD-HASH-D (MOVED-SUB)
           ADD AUD-E TO MD-HASH-E (MOVED-SUB)
       .

       47-SCAN-ONE-ENTRY.
           ADD 1 TO MOVED-SUB
           IF MD-RUN-DATE (MOVED-SUB) = AUD-RUN-DATE
               MOVE 'Y' TO ENTRY-FOUND-SW
           END-IF
       .

      *    PASS 2 -- COPIES THE HOLD FILE BACK OVER MLABAUD, LEAVING
      *    THE LIVE FILE CARRYING ONLY THE RETAINED RECORDS.
       60-REWRITE-AUDIT-FILE.
           PERFORM 65-READ-HOLD-RECORD
       .

      *    MOVES THE TABLED TOTALS ACROSS IN MLABCTL -- OFF EACH RUN
      *    DATE'S LIVE RECORD AND ONTO ITS ARCHIVE RECORD -- THEN
      *    EMPTIES THE TABLE.  A LIVE RECORD THAT COMES DOWN TO
      *    NOTHING IS DELETED, SINCE EVERY RECORD OF AN ARCHIVED RUN
      *    DATE HAS LEFT MLABAUD.  HISTORY OLDER THAN THE CONTROL
      *    TOTALS HAS NO LIVE RECORD TO TAKE FROM; ITS ARCHIVE
      *    RECORD IS STILL BUILT.
       80-POST-MOVED-TOTALS.
           IF MOVED-ENTRY-COUNT = ZERO
               GO TO 80-POST-MOVED-TOTALS-EXIT
           END-IF
           OPEN I-O MLAB-CONTROL-TOTALS
           IF CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT MLAB-CONTROL-TOTALS
               CLOSE MLAB-CONTROL-TOTALS
               OPEN I-O MLAB-CONTROL-TOTALS
           END-IF
           IF CONTROL-FILE-STATUS NOT = '00'
               ADD MOVED-ENTRY-COUNT TO CTL-ERR-COUNT
               MOVE 0 TO MOVED-ENTRY-COUNT
               GO TO 80-POST-MOVED-TOTALS-EXIT
           END-IF

           MOVE 0 TO MOVED-SUB
           PERFORM 82-POST-ONE-DATE
               UNTIL MOVED-SUB >= MOVED-ENTRY-COUNT

           CLOSE MLAB-CONTROL-TOTALS
           MOVE 0 TO MOVED-ENTRY-COUNT
       .
       80-POST-MOVED-TOTALS-EXIT.
           EXIT.

       82-POST-ONE-DATE.
           ADD 1 TO MOVED-SUB
           ADD 1 TO CTL-DATES-MOVED-COUNT

           MOVE MD-RUN-DATE (MOVED-SUB) TO CT-RUN-DATE
           MOVE 'L' TO CT-LOCATION
           READ MLAB-CONTROL-TOTALS
               INVALID KEY
                   MOVE 'N' TO CONTROL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CONTROL-FOUND-SW
           END-READ
           IF CONTROL-FOUND
               SUBTRACT MD-RECORD-COUNT (MOVED-SUB)
                   FROM CT-RECORD-COUNT
               SUBTRACT MD-HASH-VERB-ANS (MOVED-SUB)
                   FROM CT-HASH-VERB-ANS
               SUBTRACT MD-HASH-COMPUTE-ANS (MOVED-SUB)
                   FROM CT-HASH-COMPUTE-ANS
               SUBTRACT MD-HASH-A (MOVED-SUB) FROM CT-HASH-A
               SUBTRACT MD-HASH-B (MOVED-SUB) FROM CT-HASH-B
               SUBTRACT MD-HASH-C (MOVED-SUB) FROM CT-HASH-C
               SUBTRACT MD-HASH-D (MOVED-SUB) FROM CT-HASH-D
               SUBTRACT MD-HASH-E (MOVED-SUB) FROM CT-HASH-E
               MOVE 'MLABARCH' TO CT-POSTED-BY
               MOVE RUN-DATE TO CT-POSTED-DATE
               IF CT-RECORD-COUNT = ZERO
                  AND CT-HASH-VERB-ANS = ZERO
                  AND CT-HASH-COMPUTE-ANS = ZERO
                  AND CT-HASH-A = ZERO AND CT-HASH-B = ZERO
                  AND CT-HASH-C = ZERO AND CT-HASH-D = ZERO
                  AND CT-HASH-E = ZERO
                   DELETE MLAB-CONTROL-TOTALS
                       INVALID KEY
                           ADD 1 TO CTL-ERR-COUNT
                   END-DELETE
               ELSE
                   REWRITE CONTROL-TOTALS-RECORD
                       INVALID KEY
                           ADD 1 TO CTL-ERR-COUNT
                   END-REWRITE
               END-IF
           END-IF

           MOVE MD-RUN-DATE (MOVED-SUB) TO CT-RUN-DATE
           MOVE 'A' TO CT-LOCATION
           READ MLAB-CONTROL-TOTALS
               INVALID KEY
                   MOVE 'N' TO CONTROL-FOUND-SW
                   MOVE SPACES TO CONTROL-TOTALS-RECORD (10:151)
                   MOVE 0 TO CT-RECORD-COUNT
                   MOVE 0 TO CT-HASH-VERB-ANS CT-HASH-COMPUTE-ANS
                   MOVE 0 TO CT-HASH-A CT-HASH-B CT-HASH-C
                   MOVE 0 TO CT-HASH-D CT-HASH-E
               NOT INVALID KEY
                   MOVE 'Y' TO CONTROL-FOUND-SW
           END-READ
           ADD MD-RECORD-COUNT (MOVED-SUB) TO CT-RECORD-COUNT
           ADD MD-HASH-VERB-ANS (MOVED-SUB) TO CT-HASH-VERB-ANS
           ADD MD-HASH-COMPUTE-ANS (MOVED-SUB)
               TO CT-HASH-COMPUTE-ANS
           ADD MD-HASH-A (MOVED-SUB) TO CT-HASH-A
           ADD MD-HASH-B (MOVED-SUB) TO CT-HASH-B
           ADD MD-HASH-C (MOVED-SUB) TO CT-HASH-C
           ADD MD-HASH-D (MOVED-SUB) TO CT-HASH-D
           ADD MD-HASH-E (MOVED-SUB) TO CT-HASH-E
           MOVE 'MLABARCH' TO CT-POSTED-BY
           MOVE RUN-DATE TO CT-POSTED-DATE
           IF CONTROL-FOUND
               REWRITE CONTROL-TOTALS-RECORD
                   INVALID KEY
                       ADD 1 TO CTL-ERR-COUNT
               END-REWRITE
           ELSE
               WRITE CONTROL-TOTALS-RECORD
                   INVALID KEY
                       ADD 1 TO CTL-ERR-COUNT
               END-WRITE
           END-IF
       .

       300-WRITE-A-LINE.
           MOVE PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
               MOVE TOTAL-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE

               MOVE 'CONTROL DATES MOVED     = ' TO TL-MESSAGE
               MOVE CTL-DATES-MOVED-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO PRINT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
               IF CTL-ERR-COUNT > 0
                   MOVE 'CONTROL POSTS FAILED    = ' TO TL-MESSAGE
                   MOVE CTL-ERR-COUNT TO TL-COUNT
                   MOVE TOTAL-LINE TO PRINT-LINE
                   MOVE 1 TO PROPER-SPACING
                   PERFORM 300-WRITE-A-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE ARCHIVE-REPORT
