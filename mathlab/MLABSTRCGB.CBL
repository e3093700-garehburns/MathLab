       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabStrm.
       AUTHOR.  GARRETT BURNS.
      *
      *    NIGHTLY STREAM CONTROLLER.  RUNS THE MATHLAB STREAM STEP
      *    BY STEP FROM A STREAM DEFINITION FILE (MLABSTRD), JUDGES
      *    EACH STEP'S RETURN CODE AGAINST THE LIMIT DEFINED FOR
      *    IT, DOES THE FILE SWAPS THAT FOLLOW IT, AND RECORDS EACH
      *    STEP'S COMPLETION ON THE STREAM STATUS FILE (MLABSTRS).
      *    THE STREAM STOPS AT THE FIRST STEP THAT ENDS OVER ITS
      *    LIMIT (OR CANNOT BE STARTED AT ALL, OR WHOSE FILE SWAP
      *    FAILS).  RUN AGAIN, IT PICKS UP AT THAT STEP -- THE
      *    STEPS ALREADY COMPLETE, AND THE
      *    SWAPS ALREADY MADE, ARE NOT REPEATED, SO A RERUN NEVER
      *    CUTS A SECOND MLABIN OR SWAPS A FILE TWICE.  MATHLAB'S
      *    OWN CHECKPOINT STILL PROTECTS THE INSIDE OF THAT ONE
      *    STEP; THIS PROTECTS THE NIGHT.
      *
      *    STREAM DEFINITION (MLABSTRD), ONE STEP PER RECORD, IN
      *    THE ORDER THEY RUN ('*' IN COL 1 IS A COMMENT):
      *      COLS   1-8    STEP NAME (AS PRINTED AND RECORDED)
      *      COLS   9-10   HIGHEST RETURN CODE THE STEP MAY END WITH
      *      COLS  11-18   RUN-IF FILE -- WHEN KEYED, THE STEP ONLY
      *                    RUNS IF THAT FILE IS PRESENT; BLANK RUNS
      *                    IT EVERY NIGHT
      *      COLS  19-66   UP TO THREE FILE SWAPS, EACH A FROM AND
      *                    A TO NAME OF 8 COLUMNS.  THE FROM FILE
      *                    REPLACES THE TO FILE.
      *      COLS  67-126  THE COMMAND THAT RUNS THE STEP
      *
      *    THE NIGHTLY STREAM AS DEFINED FOR PRODUCTION:
      *      STEP      MAX  RUN-IF    SWAPS
      *      MLABMNT   00             MLABPNDN TO MLABPNDP
      *      MLABEDT   04
      *      MATHLAB   04             MLABSUSN TO MLABSUSP
      *      MLABREL   04             MLABHLDN TO MLABHLDP
      *      MLABCMP   04             MLABEXT  TO MLABEXTP
      *      MLABFIX   04             MLABREJN TO MLABREJP
      *      MLABBAL   00
      *    MLABFIX RUNS EVERY NIGHT, CORRECTIONS OR NOT.  IT IS THE
      *    STEP THAT CARRIES THE NIGHT'S REJECTS (MLABREJ) AND THE
      *    STILL-UNCORRECTED ONES (MLABREJP) FORWARD INTO MLABREJN;
      *    SKIPPED FOR WANT OF AN MLABCORR, THOSE REJECTS WOULD BE
      *    OVERWRITTEN BY THE NEXT MLABEDT.  IT TAKES A MISSING
      *    MLABCORR AS NO CORRECTIONS.
      *
      *    THE RUNTIME HANDS BACK THE COMMAND'S WAIT STATUS, WITH
      *    THE EXIT CODE IN ITS HIGH BYTE; THAT BYTE IS THE STEP'S
      *    RETURN CODE.  A COMMAND THE SHELL CANNOT FIND ENDS WITH
      *    CODE 127 AND FAILS ON ITS LIMIT.  A NEGATIVE STATUS MEANS
      *    NO SHELL COULD BE STARTED AT ALL AND STOPS THE STREAM.
      *
      *    STREAM STATUS (MLABSTRS) IS APPENDED TO, NEVER REWRITTEN:
      *      'B'  A NEW STREAM BEGAN
      *      'R'  A STEP RAN WITHIN ITS LIMIT; SWAPS NOT YET DONE
      *      'C'  A STEP COMPLETED, SWAPS AND ALL
      *      'K'  A STEP WAS SKIPPED (ITS RUN-IF FILE WAS ABSENT)
      *      'F'  A STEP FAILED -- OVER ITS LIMIT, NOT STARTED, OR
      *           A SWAP FAILED
      *      'E'  THE WHOLE STREAM COMPLETED
      *    A STREAM WITH A 'B' AND NO 'E' BEHIND IT IS UNFINISHED,
      *    AND THE NEXT RUN RESUMES IT AFTER ITS LAST COMPLETED
      *    STEP.  A STEP LEFT AT 'R' IS NOT RUN AGAIN; ONLY ITS
      *    SWAPS ARE FINISHED.  A SWAP WHOSE FROM FILE IS GONE HAS
      *    ALREADY BEEN MADE (OR THE STEP WROTE NOTHING) AND IS
      *    PASSED OVER, SO FINISHING SWAPS TWICE IS HARMLESS.
      *
      *    THE CONTROLLER ENDS WITH RETURN CODE 0 WHEN THE STREAM
      *    COMPLETES AND 12 WHEN IT STOPS OR CANNOT START.
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
           SELECT STREAM-REPORT
               ASSIGN TO PRINTER "PRINTSTR".

           SELECT STREAM-DEFINITION
               ASSIGN TO "MLABSTRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFINITION-FILE-STATUS.

           SELECT STREAM-STATUS
               ASSIGN TO "MLABSTRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  STREAM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-RECORD       PIC X(80).
      *
       FD  STREAM-DEFINITION
           RECORD CONTAINS 126 CHARACTERS.
      *
       01  DEFINITION-RECORD.
           05  SD-STEP-NAME        PIC X(08).
           05  SD-MAX-RC           PIC 9(02).
           05  SD-MAX-RC-X         REDEFINES SD-MAX-RC
                                   PIC X(02).
           05  SD-RUN-IF-FILE      PIC X(08).
           05  SD-SWAPS.
               10  SD-SWAP         OCCURS 3 TIMES.
                   15  SD-SWAP-FROM    PIC X(08).
                   15  SD-SWAP-TO      PIC X(08).
           05  SD-COMMAND          PIC X(60).
      *
       FD  STREAM-STATUS
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  STATUS-RECORD.
           05  SS-RECORD-TYPE      PIC X(01).
           05  SS-STEP-NO          PIC 9(03).
           05  SS-STEP-NAME        PIC X(08).
           05  SS-RETURN-CODE      PIC 9(03).
           05  SS-STATUS-DATE      PIC 9(08).
           05  SS-STATUS-TIME      PIC 9(08).
           05  FILLER              PIC X(09).
      *
       WORKING-STORAGE SECTION.
      *
       77  DEFINITION-EOF-SW       PIC X(01)      VALUE 'N'.
           88  END-OF-DEFINITION                  VALUE 'Y'.
       77  STATUS-EOF-SW           PIC X(01)      VALUE 'N'.
           88  END-OF-STATUS                      VALUE 'Y'.
       77  DEFINITION-ERROR-SW     PIC X(01)      VALUE 'N'.
           88  DEFINITION-IN-ERROR                VALUE 'Y'.
       77  STREAM-OPEN-SW          PIC X(01)      VALUE 'N'.
           88  STREAM-OPEN                        VALUE 'Y'.
       77  STREAM-STOPPED-SW       PIC X(01)      VALUE 'N'.
           88  STREAM-STOPPED                     VALUE 'Y'.
       77  DEFINITION-FILE-STATUS  PIC X(02)      VALUE SPACES.
       77  STATUS-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
       77  RUN-TIME                PIC 9(08)      VALUE 0.
       77  PAGE-NUMBER             PIC 9(04) COMP VALUE 0.
       77  LINE-COUNT              PIC 9(03) COMP VALUE 0.
       77  MAX-LINES-PER-PAGE      PIC 9(03)      VALUE 060.
       77  STEP-SUB                PIC 9(04) COMP VALUE 0.
       77  SWAP-SUB                PIC 9(04) COMP VALUE 0.
       77  RESUME-STEP             PIC 9(03)      VALUE 1.
       77  SWAPS-ONLY-STEP         PIC 9(03)      VALUE 0.
       77  STREAM-BEGUN-DATE       PIC 9(08)      VALUE 0.
       77  STEP-RC                 PIC S9(09) COMP VALUE +0.
       77  EDIT-RC                 PIC -ZZ9.
       77  STEPS-RUN-COUNT         PIC 9(07) COMP VALUE 0.
       77  STEPS-SKIPPED-COUNT     PIC 9(07) COMP VALUE 0.
       77  STEPS-EARLIER-COUNT     PIC 9(07) COMP VALUE 0.
       77  SWAPS-MADE-COUNT        PIC 9(07) COMP VALUE 0.
       77  DEFINITION-LINE-NO      PIC 9(05)      VALUE 0.
      *
      *    THE STREAM AS LOADED FROM MLABSTRD.
       01  STEP-TABLE.
           05  STEP-COUNT          PIC 9(04) COMP VALUE 0.
           05  STEP-ENTRY          OCCURS 30 TIMES.
               10  ST-STEP-NAME    PIC X(08).
               10  ST-MAX-RC       PIC 9(02).
               10  ST-RUN-IF-FILE  PIC X(08).
               10  ST-SWAP         OCCURS 3 TIMES.
                   15  ST-SWAP-FROM    PIC X(08).
                   15  ST-SWAP-TO      PIC X(08).
               10  ST-COMMAND      PIC X(60).
      *
      *    THE COMMAND AND FILE NAMES HANDED TO THE RUNTIME CARRY A
      *    LOW-VALUE TERMINATOR BEHIND THE TEXT.
       01  STEP-COMMAND-AREA.
           05  STEP-COMMAND        PIC X(60)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE LOW-VALUE.
       01  SWAP-FROM-NAME.
           05  SWAP-FROM-FILE      PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE LOW-VALUE.
       01  SWAP-TO-NAME.
           05  SWAP-TO-FILE        PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE LOW-VALUE.
       01  CHECK-FILE-NAME.
           05  CHECK-FILE          PIC X(08)      VALUE SPACES.
           05  FILLER              PIC X(01)      VALUE LOW-VALUE.
       01  FILE-DETAILS            PIC X(16)      VALUE SPACES.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING  PIC 9          VALUE 1.
           05  PRINT-LINE      PIC X(80)      VALUE SPACES.
      *
       01  HEADING-LINE.
           05                  PIC X(29)      VALUE
                                   '    MATHLAB NIGHTLY STREAM - '.
           05                  PIC X(3)       VALUE 'CGB'.
           05                  PIC X(4)       VALUE SPACES.
           05                  PIC X(9)       VALUE 'RUN DATE '.
           05  HL-RUN-DATE     PIC 9(08).
           05                  PIC X(3)       VALUE SPACES.
           05                  PIC X(5)       VALUE 'PAGE '.
           05  HL-PAGE-NUMBER  PIC ZZZ9.
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(6)       VALUE 'STEP'.
           05                  PIC X(10)      VALUE 'PROGRAM'.
           05                  PIC X(21)      VALUE 'ACTION'.
           05                  PIC X(6)       VALUE ' RC'.
           05                  PIC X(5)       VALUE 'MAX'.
           05                  PIC X(20)      VALUE 'RESULT'.
      *
       01  STEP-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  SL-STEP-NO      PIC ZZ9.
           05                  PIC X(3)       VALUE SPACES.
           05  SL-STEP-NAME    PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  SL-ACTION       PIC X(21).
           05  SL-RC           PIC X(04).
           05                  PIC X(2)       VALUE SPACES.
           05  SL-MAX-RC       PIC X(04).
           05                  PIC X(1)       VALUE SPACES.
           05  SL-RESULT       PIC X(24).
      *
       01  SWAP-LINE.
           05                  PIC X(19)      VALUE ' '.
           05  SW-FROM-FILE    PIC X(08).
           05  SW-TEXT         PIC X(16).
           05  SW-TO-FILE      PIC X(08).
           05                  PIC X(2)       VALUE SPACES.
           05  SW-RESULT       PIC X(24).
      *
       01  MESSAGE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  ML-MESSAGE      PIC X(60).
      *
       01  RESTART-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  RS-TEXT         PIC X(37).
           05  RS-BEGUN-DATE   PIC X(08).
           05  RS-AT-TEXT      PIC X(09).
           05  RS-STEP-NO      PIC ZZ9.
      *
       01  STOP-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(26)      VALUE
                                   '** STREAM STOPPED AT STEP '.
           05  SP-STEP-NO      PIC ZZ9.
           05                  PIC X(1)       VALUE SPACE.
           05  SP-STEP-NAME    PIC X(08).
           05                  PIC X(32)      VALUE
                                   ' - A RERUN RESUMES THERE **'.
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
           IF NOT DEFINITION-IN-ERROR
               PERFORM 30-FIND-RESTART-POINT
                   THRU 30-FIND-RESTART-POINT-EXIT
               MOVE 0 TO STEP-SUB
               PERFORM 40-RUN-ONE-STEP THRU 40-RUN-ONE-STEP-EXIT
                   UNTIL STEP-SUB >= STEP-COUNT
                      OR STREAM-STOPPED
           END-IF
           PERFORM 999-FINAL-ROUTINE
       .

       20-HOUSEKEEPING.
           OPEN OUTPUT STREAM-REPORT
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           PERFORM 350-WRITE-HEADING
           PERFORM 22-LOAD-DEFINITION THRU 22-LOAD-DEFINITION-EXIT
       .

      *    A DEFINITION THAT WILL NOT LOAD CLEAN RUNS NOTHING AT
      *    ALL -- HALF A STREAM IS WORSE THAN NONE.  EVERY BAD LINE
      *    IS LISTED BEFORE THE RUN GIVES UP.
       22-LOAD-DEFINITION.
           OPEN INPUT STREAM-DEFINITION
           IF DEFINITION-FILE-STATUS NOT = '00'
               MOVE 'NO STREAM DEFINITION (MLABSTRD) - NOTHING RUN'
                   TO ML-MESSAGE
               PERFORM 320-WRITE-MESSAGE
               MOVE 'Y' TO DEFINITION-ERROR-SW
               GO TO 22-LOAD-DEFINITION-EXIT
           END-IF
           PERFORM 23-LOAD-ONE-STEP UNTIL END-OF-DEFINITION
           CLOSE STREAM-DEFINITION
           IF STEP-COUNT = ZERO AND NOT DEFINITION-IN-ERROR
               MOVE 'STREAM DEFINITION HOLDS NO STEPS - NOTHING RUN'
                   TO ML-MESSAGE
               PERFORM 320-WRITE-MESSAGE
               MOVE 'Y' TO DEFINITION-ERROR-SW
           END-IF
       .
       22-LOAD-DEFINITION-EXIT.
           EXIT.

       23-LOAD-ONE-STEP.
           READ STREAM-DEFINITION
               AT END
                   MOVE 'Y' TO DEFINITION-EOF-SW
               NOT AT END
                   ADD 1 TO DEFINITION-LINE-NO
                   IF DEFINITION-RECORD (1:1) NOT = '*'
                      AND DEFINITION-RECORD NOT = SPACES
                       PERFORM 24-EDIT-ONE-STEP
                           THRU 24-EDIT-ONE-STEP-EXIT
                   END-IF
           END-READ
       .

       24-EDIT-ONE-STEP.
           IF STEP-COUNT >= 30
               MOVE 'MORE THAN 30 STEPS DEFINED' TO SL-RESULT
               PERFORM 25-WRITE-DEFINITION-ERROR
               GO TO 24-EDIT-ONE-STEP-EXIT
           END-IF
           IF SD-STEP-NAME = SPACES
               MOVE 'NO STEP NAME' TO SL-RESULT
               PERFORM 25-WRITE-DEFINITION-ERROR
               GO TO 24-EDIT-ONE-STEP-EXIT
           END-IF
           IF SD-MAX-RC-X NOT NUMERIC
               MOVE 'MAX RC NOT NUMERIC' TO SL-RESULT
               PERFORM 25-WRITE-DEFINITION-ERROR
               GO TO 24-EDIT-ONE-STEP-EXIT
           END-IF
           IF SD-COMMAND = SPACES
               MOVE 'NO COMMAND TO RUN' TO SL-RESULT
               PERFORM 25-WRITE-DEFINITION-ERROR
               GO TO 24-EDIT-ONE-STEP-EXIT
           END-IF

           ADD 1 TO STEP-COUNT
           MOVE SD-STEP-NAME TO ST-STEP-NAME (STEP-COUNT)
           MOVE SD-MAX-RC TO ST-MAX-RC (STEP-COUNT)
           MOVE SD-RUN-IF-FILE TO ST-RUN-IF-FILE (STEP-COUNT)
           MOVE SD-SWAP-FROM (1) TO ST-SWAP-FROM (STEP-COUNT, 1)
           MOVE SD-SWAP-TO (1) TO ST-SWAP-TO (STEP-COUNT, 1)
           MOVE SD-SWAP-FROM (2) TO ST-SWAP-FROM (STEP-COUNT, 2)
           MOVE SD-SWAP-TO (2) TO ST-SWAP-TO (STEP-COUNT, 2)
           MOVE SD-SWAP-FROM (3) TO ST-SWAP-FROM (STEP-COUNT, 3)
           MOVE SD-SWAP-TO (3) TO ST-SWAP-TO (STEP-COUNT, 3)
           MOVE SD-COMMAND TO ST-COMMAND (STEP-COUNT)
       .
       24-EDIT-ONE-STEP-EXIT.
           EXIT.

       25-WRITE-DEFINITION-ERROR.
           MOVE 'Y' TO DEFINITION-ERROR-SW
           MOVE DEFINITION-LINE-NO TO SL-STEP-NO
           MOVE SD-STEP-NAME TO SL-STEP-NAME
           MOVE 'DEFINITION LINE BAD' TO SL-ACTION
           MOVE SPACES TO SL-RC
           MOVE SPACES TO SL-MAX-RC
           MOVE STEP-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

      *    READS THE STATUS FILE THROUGH TO WORK OUT WHERE THE
      *    STREAM STANDS.  AN UNFINISHED STREAM RESUMES AFTER ITS
      *    LAST COMPLETED OR SKIPPED STEP; OTHERWISE A NEW STREAM
      *    BEGINS AT STEP 1.
       30-FIND-RESTART-POINT.
           OPEN INPUT STREAM-STATUS
           IF STATUS-FILE-STATUS = '00'
               PERFORM 31-READ-ONE-STATUS UNTIL END-OF-STATUS
               CLOSE STREAM-STATUS
           END-IF

           IF STREAM-OPEN
               MOVE 'RERUN - RESUMING THE STREAM BEGUN ' TO RS-TEXT
               MOVE STREAM-BEGUN-DATE TO RS-BEGUN-DATE
               MOVE ' AT STEP ' TO RS-AT-TEXT
               MOVE RESUME-STEP TO RS-STEP-NO
               MOVE RESTART-LINE TO PRINT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 300-WRITE-A-LINE
               GO TO 30-FIND-RESTART-POINT-EXIT
           END-IF

           MOVE 1 TO RESUME-STEP
           MOVE 0 TO SWAPS-ONLY-STEP
           MOVE 'B' TO SS-RECORD-TYPE
           MOVE 0 TO SS-STEP-NO
           MOVE SPACES TO SS-STEP-NAME
           MOVE 0 TO SS-RETURN-CODE
           PERFORM 38-WRITE-STATUS-RECORD
           MOVE 'NEW STREAM BEGUN' TO ML-MESSAGE
           PERFORM 320-WRITE-MESSAGE
       .
       30-FIND-RESTART-POINT-EXIT.
           EXIT.

       31-READ-ONE-STATUS.
           READ STREAM-STATUS
               AT END
                   MOVE 'Y' TO STATUS-EOF-SW
               NOT AT END
                   EVALUATE SS-RECORD-TYPE
                       WHEN 'B'
                           MOVE 'Y' TO STREAM-OPEN-SW
                           MOVE SS-STATUS-DATE TO STREAM-BEGUN-DATE
                           MOVE 1 TO RESUME-STEP
                           MOVE 0 TO SWAPS-ONLY-STEP
                       WHEN 'C'
                       WHEN 'K'
                           COMPUTE RESUME-STEP = SS-STEP-NO + 1
                       WHEN 'R'
                           MOVE SS-STEP-NO TO RESUME-STEP
                           MOVE SS-STEP-NO TO SWAPS-ONLY-STEP
                       WHEN 'E'
                           MOVE 'N' TO STREAM-OPEN-SW
                   END-EVALUATE
           END-READ
       .

      *    ONE RECORD ON THE STATUS FILE.  THE FILE IS OPENED AND
      *    CLOSED AROUND EVERY RECORD SO WHAT IS RECORDED SURVIVES
      *    WHATEVER HAPPENS TO THE NEXT STEP.  IF IT WILL NOT WRITE
      *    AT ALL THE NIGHT CANNOT BE PROTECTED, AND THE STREAM
      *    STOPS.
       38-WRITE-STATUS-RECORD.
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO SS-STATUS-DATE
           MOVE RUN-TIME TO SS-STATUS-TIME
           MOVE SPACES TO STATUS-RECORD (32:9)
           OPEN EXTEND STREAM-STATUS
           IF STATUS-FILE-STATUS NOT = '00'
               OPEN OUTPUT STREAM-STATUS
           END-IF
           IF STATUS-FILE-STATUS NOT = '00'
               MOVE 'STREAM STATUS FILE (MLABSTRS) WILL NOT OPEN'
                   TO ML-MESSAGE
               PERFORM 320-WRITE-MESSAGE
               MOVE 'Y' TO STREAM-STOPPED-SW
           ELSE
               WRITE STATUS-RECORD
               CLOSE STREAM-STATUS
           END-IF
       .

      *    ONE STEP OF THE STREAM: PASSED OVER IF AN EARLIER RUN
      *    COMPLETED IT, SKIPPED IF ITS RUN-IF FILE IS ABSENT,
      *    OTHERWISE RUN AND JUDGED, THEN ITS SWAPS MADE.
       40-RUN-ONE-STEP.
           ADD 1 TO STEP-SUB
           MOVE STEP-SUB TO SL-STEP-NO
           MOVE ST-STEP-NAME (STEP-SUB) TO SL-STEP-NAME
           MOVE SPACES TO SL-RC
           MOVE ST-MAX-RC (STEP-SUB) TO EDIT-RC
           MOVE EDIT-RC TO SL-MAX-RC
           MOVE SPACES TO SL-RESULT

           IF STEP-SUB < RESUME-STEP
               ADD 1 TO STEPS-EARLIER-COUNT
               MOVE 'COMPLETED EARLIER' TO SL-ACTION
               PERFORM 310-WRITE-STEP-LINE
               GO TO 40-RUN-ONE-STEP-EXIT
           END-IF

           IF STEP-SUB = SWAPS-ONLY-STEP
               MOVE 'RAN EARLIER' TO SL-ACTION
               MOVE 'FINISHING FILE SWAPS' TO SL-RESULT
               PERFORM 310-WRITE-STEP-LINE
               GO TO 40-MAKE-SWAPS
           END-IF

           IF ST-RUN-IF-FILE (STEP-SUB) NOT = SPACES
               MOVE ST-RUN-IF-FILE (STEP-SUB) TO CHECK-FILE
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING CHECK-FILE-NAME FILE-DETAILS
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   ADD 1 TO STEPS-SKIPPED-COUNT
                   MOVE 'SKIPPED - NO' TO SL-ACTION
                   MOVE ST-RUN-IF-FILE (STEP-SUB) TO SL-ACTION (14:8)
                   PERFORM 310-WRITE-STEP-LINE
                   MOVE 'K' TO SS-RECORD-TYPE
                   MOVE 0 TO SS-RETURN-CODE
                   PERFORM 39-RECORD-STEP
                   GO TO 40-RUN-ONE-STEP-EXIT
               END-IF
           END-IF

           MOVE ST-COMMAND (STEP-SUB) TO STEP-COMMAND
           CALL 'SYSTEM' USING STEP-COMMAND-AREA
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           IF STEP-RC NOT < 0
               DIVIDE STEP-RC BY 256 GIVING STEP-RC
           END-IF
           ADD 1 TO STEPS-RUN-COUNT
           MOVE 'RAN' TO SL-ACTION
           MOVE STEP-RC TO EDIT-RC
           MOVE EDIT-RC TO SL-RC
           MOVE STEP-RC TO SS-RETURN-CODE

      *    A NEGATIVE STATUS MEANS NO SHELL WAS STARTED -- NO STEP
      *    RAN, WHATEVER ITS LIMIT, SO NOTHING MAY BE SWAPPED.
           IF STEP-RC < 0
               MOVE '** DID NOT START **' TO SL-RESULT
               PERFORM 310-WRITE-STEP-LINE
               MOVE 'F' TO SS-RECORD-TYPE
               PERFORM 39-RECORD-STEP
               MOVE 'Y' TO STREAM-STOPPED-SW
               GO TO 40-RUN-ONE-STEP-EXIT
           END-IF
           IF STEP-RC > ST-MAX-RC (STEP-SUB)
               MOVE '** OVER LIMIT **' TO SL-RESULT
               PERFORM 310-WRITE-STEP-LINE
               MOVE 'F' TO SS-RECORD-TYPE
               PERFORM 39-RECORD-STEP
               MOVE 'Y' TO STREAM-STOPPED-SW
               GO TO 40-RUN-ONE-STEP-EXIT
           END-IF
           MOVE 'WITHIN LIMIT' TO SL-RESULT
           PERFORM 310-WRITE-STEP-LINE
           MOVE 'R' TO SS-RECORD-TYPE
           PERFORM 39-RECORD-STEP
           IF STREAM-STOPPED
               GO TO 40-RUN-ONE-STEP-EXIT
           END-IF
       .
       40-MAKE-SWAPS.
           MOVE 0 TO SWAP-SUB
           PERFORM 45-SWAP-ONE-FILE THRU 45-SWAP-ONE-FILE-EXIT
               UNTIL SWAP-SUB >= 3
                  OR STREAM-STOPPED
           IF STREAM-STOPPED
               MOVE 'F' TO SS-RECORD-TYPE
               PERFORM 39-RECORD-STEP
           ELSE
               MOVE 'C' TO SS-RECORD-TYPE
               PERFORM 39-RECORD-STEP
           END-IF
       .
       40-RUN-ONE-STEP-EXIT.
           EXIT.

       39-RECORD-STEP.
           MOVE STEP-SUB TO SS-STEP-NO
           MOVE ST-STEP-NAME (STEP-SUB) TO SS-STEP-NAME
           PERFORM 38-WRITE-STATUS-RECORD
       .

      *    THE FROM FILE REPLACES THE TO FILE.  A FROM FILE THAT IS
      *    NOT THERE IS PASSED OVER -- EITHER THE SWAP WAS MADE
      *    BEFORE A RERUN, OR THE STEP HAD NOTHING TO WRITE -- AND
      *    THE TO FILE IS LEFT AS IT STANDS.  A RENAME THAT FAILS
      *    STOPS THE STREAM.
       45-SWAP-ONE-FILE.
           ADD 1 TO SWAP-SUB
           IF ST-SWAP-FROM (STEP-SUB, SWAP-SUB) = SPACES
               GO TO 45-SWAP-ONE-FILE-EXIT
           END-IF
           MOVE ST-SWAP-FROM (STEP-SUB, SWAP-SUB) TO SWAP-FROM-FILE
           MOVE ST-SWAP-TO (STEP-SUB, SWAP-SUB) TO SWAP-TO-FILE
           MOVE SWAP-FROM-FILE TO SW-FROM-FILE
           MOVE SWAP-TO-FILE TO SW-TO-FILE

           CALL 'CBL_CHECK_FILE_EXIST'
               USING SWAP-FROM-NAME FILE-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE ' NOT PRESENT FOR' TO SW-TEXT
               MOVE 'NOT SWAPPED' TO SW-RESULT
               PERFORM 315-WRITE-SWAP-LINE
               GO TO 45-SWAP-ONE-FILE-EXIT
           END-IF

           CALL 'CBL_DELETE_FILE' USING SWAP-TO-NAME
           CALL 'CBL_RENAME_FILE' USING SWAP-FROM-NAME SWAP-TO-NAME
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE ' RENAME TO' TO SW-TEXT
               MOVE '** SWAP FAILED **' TO SW-RESULT
               PERFORM 315-WRITE-SWAP-LINE
               MOVE 'Y' TO STREAM-STOPPED-SW
               GO TO 45-SWAP-ONE-FILE-EXIT
           END-IF
           ADD 1 TO SWAPS-MADE-COUNT
           MOVE ' SWAPPED IN AS' TO SW-TEXT
           MOVE SPACES TO SW-RESULT
           PERFORM 315-WRITE-SWAP-LINE
       .
       45-SWAP-ONE-FILE-EXIT.
           EXIT.

       300-WRITE-A-LINE.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 350-WRITE-HEADING
           END-IF

           MOVE PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO LINE-COUNT
       .

       310-WRITE-STEP-LINE.
           MOVE STEP-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       315-WRITE-SWAP-LINE.
           MOVE SWAP-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       320-WRITE-MESSAGE.
           MOVE MESSAGE-LINE TO PRINT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
       .

       350-WRITE-HEADING.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HL-PAGE-NUMBER
           MOVE RUN-DATE TO HL-RUN-DATE
           WRITE REPORT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM COLUMN-LINE
               AFTER ADVANCING 2
           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO LINE-COUNT
       .

      *    A STREAM THAT RAN TO THE END IS CLOSED OFF WITH AN 'E'
      *    SO THE NEXT RUN BEGINS A NEW NIGHT.  ONE THAT STOPPED IS
      *    LEFT OPEN FOR ITS RERUN.
       999-FINAL-ROUTINE.
           EVALUATE TRUE
               WHEN DEFINITION-IN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN STREAM-STOPPED
                   IF STEP-SUB > 0
                       MOVE STEP-SUB TO SP-STEP-NO
                       MOVE ST-STEP-NAME (STEP-SUB) TO SP-STEP-NAME
                       MOVE STOP-LINE TO PRINT-LINE
                       MOVE 3 TO PROPER-SPACING
                       PERFORM 300-WRITE-A-LINE
                   END-IF
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'E' TO SS-RECORD-TYPE
                   MOVE 0 TO SS-STEP-NO
                   MOVE SPACES TO SS-STEP-NAME
                   MOVE 0 TO SS-RETURN-CODE
                   PERFORM 38-WRITE-STATUS-RECORD
                   MOVE 'STREAM COMPLETE' TO ML-MESSAGE
                   PERFORM 320-WRITE-MESSAGE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE 'STEPS DEFINED           = ' TO TL-MESSAGE
           MOVE STEP-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'STEPS COMPLETED EARLIER = ' TO TL-MESSAGE
           MOVE STEPS-EARLIER-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 300-WRITE-A-LINE
           MOVE 'STEPS RUN               = ' TO TL-MESSAGE
           MOVE STEPS-RUN-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'STEPS SKIPPED           = ' TO TL-MESSAGE
           MOVE STEPS-SKIPPED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE
           MOVE 'FILES SWAPPED           = ' TO TL-MESSAGE
           MOVE SWAPS-MADE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO PRINT-LINE
           PERFORM 300-WRITE-A-LINE

           CLOSE STREAM-REPORT
           STOP RUN
       .
