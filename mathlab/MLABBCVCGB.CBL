       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabBCnv.
       AUTHOR.  GARRETT BURNS.
      *
      *    ONE-TIME CONVERSION OF THE AUDIT HISTORY TO CARRY THE
      *    MLABVAL BATCH ID.  MATHLAB NOW ACCEPTS SEVERAL HEADER/
      *    TRAILER BATCHES IN ONE RUN AND STAMPS EACH AUDIT RECORD
      *    WITH THE BATCH IT CAME IN ON, SO THE AUDIT RECORD GROWS
      *    FROM 80 BYTES TO 88 WITH THE BATCH ID TRAILING.  HISTORY
      *    WRITTEN BEFORE THE FIELD EXISTED HAS NO BATCH TO NAME
      *    AND CONVERTS WITH A BLANK ONE; EVERY OTHER FIELD CARRIES
      *    ACROSS AS IT IS.
      *
      *    THE JOB READS THE LIVE INDEXED FILE (MLABAUD) IN KEY
      *    ORDER, LOADS EVERY RECORD INTO THE NEW INDEXED FILE
      *    (MLABAUDN), AND THEN RE-CUTS THE FLAT ARCHIVE (MLABARCH,
      *    IF PRESENT) AS MLABARCN IN THE SAME WIDENED SHAPE.  THE
      *    INPUT FILES ARE NEVER TOUCHED; ONCE THE COUNTS PROVE
      *    OUT, OPERATIONS SWAPS MLABAUDN IN AS THE LIVE MLABAUD
      *    AND MLABARCN IN AS MLABARCH, THE SAME WAY THE MLABLOAD
      *    CUTOVER WAS DONE.
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
           SELECT CONVERT-REPORT
               ASSIGN TO PRINTER "PRINTBCV".

           SELECT OLD-AUDIT
               ASSIGN TO "MLABAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AUD-KEY
               FILE STATUS IS OLD-FILE-STATUS.

           SELECT NEW-AUDIT
               ASSIGN TO "MLABAUDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-AUD-KEY
               FILE STATUS IS NEW-FILE-STATUS.

           SELECT OLD-ARCHIVE
               ASSIGN TO "MLABARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-ARCH-STATUS.

           SELECT NEW-ARCHIVE
               ASSIGN TO "MLABARCN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ARCH-STATUS.
      *
       DATA DIVISION.
      *
       FD  CONVERT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
      *    THE 80-BYTE AUDIT RECORD AS MATHLAB WROTE IT BEFORE THE
      *    BATCH ID WAS ADDED.
       FD  OLD-AUDIT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  OLD-AUDIT-RECORD.
           05  OLD-AUD-KEY.
               10  OLD-CASE-ID     PIC 9(07).
               10  OLD-RUN-DATE    PIC 9(08).
               10  OLD-RUN-TIME    PIC 9(08).
           05  OLD-REST            PIC X(57).
      *
      *    THE LAYOUT MUST STAY IN STEP WITH MATHLAB.
       FD  NEW-AUDIT
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  NEW-AUDIT-RECORD.
           05  NEW-AUD-KEY.
               10  NEW-CASE-ID     PIC 9(07).
               10  NEW-RUN-DATE    PIC 9(08).
               10  NEW-RUN-TIME    PIC 9(08).
           05  NEW-REST            PIC X(57).
           05  NEW-BATCH-ID        PIC X(08).
      *
       FD  OLD-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  OLD-ARCHIVE-RECORD.
           05  OAR-IMAGE           PIC X(80).
      *
       FD  NEW-ARCHIVE
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  NEW-ARCHIVE-RECORD.
           05  NAR-IMAGE           PIC X(80).
           05  NAR-BATCH-ID        PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *
       77  OLD-EOF-SW              PIC X(01)      VALUE 'N'.
           88  END-OF-OLD-AUDIT                   VALUE 'Y'.
       77  ARCH-EOF-SW             PIC X(01)      VALUE 'N'.
           88  END-OF-OLD-ARCHIVE                 VALUE 'Y'.
       77  OLD-FILE-STATUS         PIC X(02)      VALUE SPACES.
       77  NEW-FILE-STATUS         PIC X(02)      VALUE SPACES.
       77  OLD-ARCH-STATUS         PIC X(02)      VALUE SPACES.
       77  NEW-ARCH-STATUS         PIC X(02)      VALUE SPACES.
       77  AUDIT-READ-COUNT        PIC 9(07) COMP VALUE 0.
       77  AUDIT-LOAD-COUNT        PIC 9(07) COMP VALUE 0.
       77  AUDIT-DROP-COUNT        PIC 9(07) COMP VALUE 0.
       77  ARCH-READ-COUNT         PIC 9(07) COMP VALUE 0.
       77  ARCH-WRITE-COUNT        PIC 9(07) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(35)      VALUE
                                   '    MATHLAB AUDIT BATCH-ID CNV - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(3)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
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
           PERFORM 50-READ-OLD-RECORD
           PERFORM 40-LOAD-ONE-RECORD UNTIL END-OF-OLD-AUDIT
           PERFORM 60-RECUT-ARCHIVE THRU 60-RECUT-ARCHIVE-EXIT
           PERFORM 999-FINAL-ROUTINE
       .

       20-HOUSEKEEPING.
           OPEN OUTPUT CONVERT-REPORT
           OPEN OUTPUT NEW-AUDIT

           OPEN INPUT OLD-AUDIT
           IF OLD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO OLD-EOF-SW
           END-IF

           PERFORM 350-WRITE-HEADING
       .

       50-READ-OLD-RECORD.
           READ OLD-AUDIT
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT
           END-READ
       .

      *    THE OLD RECORD CARRIES ACROSS BYTE FOR BYTE; ONLY THE
      *    BLANK BATCH ID IS NEW.  THE OLD FILE COMES BACK IN KEY
      *    ORDER, SO A DUPLICATE KEY HERE IS NOT EXPECTED, BUT ONE
      *    IS COUNTED AND BLOCKS THE SWAP VERDICT RATHER THAN
      *    ABENDING THE JOB.
       40-LOAD-ONE-RECORD.
           MOVE OLD-AUD-KEY        TO NEW-AUD-KEY
           MOVE OLD-REST           TO NEW-REST
           MOVE SPACES             TO NEW-BATCH-ID

           WRITE NEW-AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO AUDIT-DROP-COUNT
               NOT INVALID KEY
                   ADD 1 TO AUDIT-LOAD-COUNT
           END-WRITE
           PERFORM 50-READ-OLD-RECORD
       .

      *    THE FLAT ARCHIVE RE-CUTS INTO THE SAME WIDENED LAYOUT SO
      *    EVERY READER OF AUDIT HISTORY -- LIVE OR ARCHIVED -- SEES
      *    ONE RECORD SHAPE.  NO ARCHIVE FILE JUST MEANS NOTHING TO
      *    RE-CUT.
       60-RECUT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE
           IF OLD-ARCH-STATUS NOT = '00'
               MOVE 'Y' TO ARCH-EOF-SW
               GO TO 60-RECUT-ARCHIVE-EXIT
           END-IF
           OPEN OUTPUT NEW-ARCHIVE

           PERFORM 65-READ-OLD-ARCHIVE
           PERFORM 70-RECUT-ONE-RECORD UNTIL END-OF-OLD-ARCHIVE

           CLOSE OLD-ARCHIVE
           CLOSE NEW-ARCHIVE
       .
       60-RECUT-ARCHIVE-EXIT.
           EXIT.

       65-READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO ARCH-READ-COUNT
           END-READ
       .

       70-RECUT-ONE-RECORD.
           MOVE OAR-IMAGE          TO NAR-IMAGE
           MOVE SPACES             TO NAR-BATCH-ID

           WRITE NEW-ARCHIVE-RECORD
           ADD 1 TO ARCH-WRITE-COUNT
           PERFORM 65-READ-OLD-ARCHIVE
       .

       300-WRITE-A-LINE.
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
           MOVE 0 TO LINE-COUNT
           MOVE 3 TO PROPER-SPACING
       .

       999-FINAL-ROUTINE.
           MOVE 'AUDIT RECORDS READ      = ' TO TL-MESSAGE
           MOVE AUDIT-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'AUDIT RECORDS LOADED    = ' TO TL-MESSAGE
           MOVE AUDIT-LOAD-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'DUPLICATE KEYS DROPPED  = ' TO TL-MESSAGE
           MOVE AUDIT-DROP-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           MOVE 'ARCHIVE RECORDS READ    = ' TO TL-MESSAGE
           MOVE ARCH-READ-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           MOVE 'ARCHIVE RECORDS RE-CUT  = ' TO TL-MESSAGE
           MOVE ARCH-WRITE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           IF AUDIT-READ-COUNT = AUDIT-LOAD-COUNT
              AND ARCH-READ-COUNT = ARCH-WRITE-COUNT
               MOVE 'COUNTS AGREE - MLABAUDN/MLABARCN READY TO SWAP IN'
                   TO ML-MESSAGE
           ELSE
               MOVE '** COUNTS DISAGREE - DO NOT SWAP THE NEW FILES **'
                   TO ML-MESSAGE
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE

           CLOSE CONVERT-REPORT
           CLOSE OLD-AUDIT
           CLOSE NEW-AUDIT
           STOP RUN
       .
