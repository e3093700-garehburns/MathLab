       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLabScr.
       AUTHOR.  GARRETT BURNS.
      *
      *    ONLINE SINGLE-CASE INQUIRY.  "WHERE IS CASE 00123 AND WHAT
      *    DID IT LAST PRODUCE" USED TO TAKE FOUR BATCH JOBS -- A
      *    MASTER LISTING, AN MLABINQ RUN, AND A LOOK THROUGH THE
      *    SUSPENSE AND REJECT FILES.  THE OPERATOR NOW KEYS A CASE
      *    ID AND ONE SCREEN SHOWS:
      *      - THE CASE MASTER RECORD (MLABMSTR): A-E, THE FORMULA
      *        CODE, AND THE EFFECTIVE WINDOW, JUDGED AGAINST TODAY
      *        THE SAME WAY MLABMAINT AND MLABCOVER JUDGE IT.
      *      - THE LATEST MLABAUD RUNS FOR THE CASE, NEWEST FIRST,
      *        WITH BOTH ANSWERS, THE RECONCILE FLAG, AND THE BATCH.
      *      - WHETHER THE CASE IS SITTING IN SUSPENSE, WHICH TRAP
      *        PUT IT THERE, AND HOW MANY RUNS IT HAS FAILED.
      *      - WHETHER THE CASE IS SITTING ON THE REJECT FILE, WHY,
      *        AND HOW MANY RUNS IT HAS GONE UNCORRECTED.  THE REJECT
      *        FILE CARRIES ONLY THE CARD IMAGE, SO THE REASON IS
      *        WORKED OUT BY PUTTING THE IMAGE BACK THROUGH THE
      *        MLABEDIT FIELD EDITS; A CARD THAT PASSES THEM ALL WAS
      *        REJECTED AS A DUPLICATE.
      *    THE SUSPENSE AND REJECT FILES ARE READ AS MLABSUSN AND
      *    MLABREJN WHILE THE STREAM HAS THEM, AND AS MLABSUSP AND
      *    MLABREJP ONCE IT HAS SWAPPED THEM IN FOR THE NEXT NIGHT.
      *
      *    THE COMMAND FIELD (BLANK, OR ONE LETTER):
      *      BLANK  LOOK UP THE CASE ID KEYED
      *      N      NEXT CASE ID ON THE MASTER
      *      P      PRIOR CASE ID ON THE MASTER
      *      B      BACK TO OLDER AUDIT RUNS FOR THE CASE
      *      F      FORWARD TO NEWER AUDIT RUNS FOR THE CASE
      *      X      EXIT
      *
      *    READ ONLY.  EVERY FILE IS OPENED INPUT, SO THE SCREEN IS
      *    SAFE TO RUN WHILE THE NIGHTLY STREAM IS DOWN OR UP.  A
      *    FILE THAT WILL NOT OPEN IS SHOWN AS NOT AVAILABLE ON ITS
      *    OWN PART OF THE SCREEN; THE OTHER PARTS STILL ANSWER.
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
           SELECT MLAB-MASTER
               ASSIGN TO "MLABMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CASE-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT MLAB-AUDIT
               ASSIGN TO "MLABAUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MLAB-SUSPENSE
               ASSIGN TO "MLABSUSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.

           SELECT MLAB-SUSPENSE-PRIOR
               ASSIGN TO "MLABSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSP-PRIOR-FILE-STATUS.

           SELECT MLAB-REJECT
               ASSIGN TO "MLABREJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT MLAB-REJECT-PRIOR
               ASSIGN TO "MLABREJP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-PRIOR-FILE-STATUS.
      *
       DATA DIVISION.
      *
      *    THE LAYOUTS MUST STAY IN STEP WITH MLABMAINT (MASTER),
      *    MATHLAB (AUDIT AND SUSPENSE), AND MLABFIX (REJECTS).  THE
      *    SUSPENSE AND REJECT FILES ARE EACH READ IN WHICHEVER
      *    GENERATION IS ON HAND -- THE ONE THE STREAM IS STILL
      *    BUILDING (N) OR THE ONE IT HAS SWAPPED IN (P).
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
       FD  MLAB-SUSPENSE
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  SUSPENSE-RECORD.
           05  SUS-CASE-ID         PIC 9(05).
           05  SUS-A               PIC S9(5)V999.
           05  SUS-B               PIC S9(5)V999.
           05  SUS-C               PIC S9(5)V999.
           05  SUS-D               PIC S9(5)V999.
           05  SUS-E               PIC S9(5)V999.
           05  SUS-FORMULA-CODE    PIC X(01).
           05  SUS-REASON-CODE     PIC X(01).
           05  SUS-AGE-COUNT       PIC 9(03).
      *
       FD  MLAB-SUSPENSE-PRIOR
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  SUSPENSE-PRIOR-RECORD.
           05  SUP-CASE-ID         PIC 9(05).
           05  SUP-A               PIC S9(5)V999.
           05  SUP-B               PIC S9(5)V999.
           05  SUP-C               PIC S9(5)V999.
           05  SUP-D               PIC S9(5)V999.
           05  SUP-E               PIC S9(5)V999.
           05  SUP-FORMULA-CODE    PIC X(01).
           05  SUP-REASON-CODE     PIC X(01).
           05  SUP-AGE-COUNT       PIC 9(03).
      *
       FD  MLAB-REJECT
           RECORD CONTAINS 71 CHARACTERS.
      *
       01  REJECT-RECORD.
           05  REJ-CASE-IMAGE      PIC X(68).
           05  REJ-AGE-COUNT       PIC 9(03).
      *
       FD  MLAB-REJECT-PRIOR
           RECORD CONTAINS 71 CHARACTERS.
      *
       01  REJECT-PRIOR-RECORD.
           05  RJP-CASE-IMAGE      PIC X(68).
           05  RJP-AGE-COUNT       PIC 9(03).
      *
       WORKING-STORAGE SECTION.
      *
       77  MASTER-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  AUDIT-FILE-STATUS       PIC X(02)      VALUE SPACES.
       77  SUSP-FILE-STATUS        PIC X(02)      VALUE SPACES.
       77  REJECT-FILE-STATUS      PIC X(02)      VALUE SPACES.
       77  SUSP-PRIOR-FILE-STATUS  PIC X(02)      VALUE SPACES.
       77  REJECT-PRIOR-FILE-STATUS
                                   PIC X(02)      VALUE SPACES.
       77  MASTER-OPEN-SW          PIC X(01)      VALUE 'N'.
           88  MASTER-AVAILABLE                   VALUE 'Y'.
       77  AUDIT-OPEN-SW           PIC X(01)      VALUE 'N'.
           88  AUDIT-AVAILABLE                    VALUE 'Y'.
       77  EXIT-SW                 PIC X(01)      VALUE 'N'.
           88  OPERATOR-DONE                      VALUE 'Y'.
       77  EOF-SWITCH              PIC X(01)      VALUE 'N'.
           88  END-OF-AUDIT                       VALUE 'Y'.
       77  SCAN-END-SW             PIC X(01)      VALUE 'N'.
           88  END-OF-SCAN                        VALUE 'Y'.
       77  ENTRY-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  ENTRY-FOUND                        VALUE 'Y'.
       77  CASE-SHOWN-SW           PIC X(01)      VALUE 'N'.
           88  CASE-ON-SCREEN                     VALUE 'Y'.
       77  WINDOW-OPEN-SW          PIC X(01)      VALUE 'Y'.
           88  WINDOW-OPEN                        VALUE 'Y'.
       77  RUN-DATE                PIC 9(08)      VALUE 0.
       77  RUN-DATE-YYMMDD         PIC 9(06)      VALUE 0.
       77  RUN-DATE-YY             PIC 9(02)      VALUE 0.
      *
      *    THE CASE ON THE SCREEN, AND THE CASE THE MASTER WALK FOR
      *    A 'P' COMMAND LAST SAW BELOW IT.
       77  CURRENT-CASE-ID         PIC 9(05)      VALUE 0.
       77  PRIOR-CASE-ID           PIC 9(05)      VALUE 0.
      *
      *    WHAT THE SUSPENSE OR REJECT SCAN FOUND, FROM WHICHEVER
      *    GENERATION OF THE FILE ANSWERED.
       77  FOUND-REASON-CODE       PIC X(01)      VALUE SPACE.
       77  FOUND-AGE-COUNT         PIC 9(03)      VALUE 0.
      *
      *    AUDIT HISTORY PAGING.  PAGE 0 IS THE NEWEST RUNS; EACH 'B'
      *    STEPS ONE PAGE OLDER.  THE HISTORY IS READ FORWARD IN KEY
      *    ORDER (OLDEST FIRST), SO A PAGE IS THE RUNS NUMBERED
      *    HISTORY-SKIP-COUNT + 1 THRU HISTORY-HIGH-RECORD IN THAT
      *    ORDER, LAID ONTO THE SCREEN BOTTOM-UP SO THE NEWEST RUN
      *    OF THE PAGE IS ON TOP.
       77  HISTORY-PAGE-SIZE       PIC 9(03)      VALUE 008.
       77  HISTORY-COUNT           PIC 9(07) COMP VALUE 0.
       77  HISTORY-PAGE            PIC 9(05) COMP VALUE 0.
       77  HISTORY-HIGH-RECORD     PIC 9(07) COMP VALUE 0.
       77  HISTORY-SKIP-COUNT      PIC 9(07) COMP VALUE 0.
       77  HISTORY-READ-COUNT      PIC 9(07) COMP VALUE 0.
       77  HISTORY-FIRST-SHOWN     PIC 9(07) COMP VALUE 0.
       77  HISTORY-LAST-SHOWN      PIC 9(07) COMP VALUE 0.
       77  HISTORY-SUB             PIC 9(04) COMP VALUE 0.
      *
      *    WHAT THE OPERATOR KEYS.  THE CASE ID FIELD IS LEFT SHOWING
      *    THE CASE ON THE SCREEN AFTER EVERY COMMAND.
       01  OPERATOR-ENTRY.
           05  KEYED-CASE-ID       PIC 9(05)      VALUE 0.
           05  KEYED-COMMAND       PIC X(01)      VALUE SPACE.
      *
       01  CASE-ID-WORK.
           05  CASE-ID-NUMBER      PIC 9(05).
           05  CASE-ID-CHARS       REDEFINES CASE-ID-NUMBER
                                   PIC X(05).
      *
      *    A REJECTED CARD IMAGE IN THE MLAB-INPUT CARD LAYOUT, SO
      *    IT CAN BE PUT BACK THROUGH THE MLABEDIT FIELD EDITS.
       01  REJECT-CARD.
           05  RC-CASE-ID          PIC 9(05).
           05  RC-CASE-ID-X        REDEFINES RC-CASE-ID
                                   PIC X(05).
           05  RC-A                PIC S9(5)V999.
           05  RC-B                PIC S9(5)V999.
           05  RC-C                PIC S9(5)V999.
           05  RC-D                PIC S9(5)V999.
           05  RC-E                PIC S9(5)V999.
           05  RC-FORMULA-CODE     PIC X(01).
           05  FILLER              PIC X(22).
      *
      *    THE SCREEN IS PAINTED FROM THESE LINES, BUILT THE SAME WAY
      *    THE REPORT PROGRAMS BUILD A PRINT LINE.
       01  TITLE-LINE.
           05                  PIC X(26)      VALUE
                                   '    MATHLAB CASE INQUIRY -'.
           05                  PIC X(4)       VALUE ' CGB'.
           05                  PIC X(28)      VALUE SPACES.
           05                  PIC X(9)       VALUE 'RUN DATE '.
           05  TI-RUN-DATE     PIC 9(08).
      *
       01  CASE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(5)       VALUE 'CASE '.
           05  CA-CASE-ID      PIC 9(05).
           05                  PIC X(3)       VALUE SPACES.
           05  CA-MASTER-TEXT  PIC X(40).
      *
       01  MASTER-VALUES-LINE.
           05                  PIC X(6)       VALUE ' '.
           05                  PIC X(2)       VALUE 'A '.
           05  MV-A            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  B '.
           05  MV-B            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  C '.
           05  MV-C            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  D '.
           05  MV-D            PIC 99999.999-.
           05                  PIC X(4)       VALUE '  E '.
           05  MV-E            PIC 99999.999-.
      *
       01  MASTER-WINDOW-LINE.
           05                  PIC X(6)       VALUE ' '.
           05                  PIC X(8)       VALUE 'FORMULA '.
           05  MW-FORMULA      PIC X(01).
           05                  PIC X(13)      VALUE '   EFFECTIVE '.
           05  MW-EFF-FROM     PIC X(08).
           05                  PIC X(6)       VALUE ' THRU '.
           05  MW-EFF-THRU     PIC X(08).
           05                  PIC X(3)       VALUE SPACES.
           05  MW-WINDOW-TEXT  PIC X(20).
      *
       01  HISTORY-HEAD-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(20)      VALUE
                                   'AUDIT HISTORY  RUNS '.
           05  HH-FIRST        PIC Z(6)9.
           05                  PIC X(6)       VALUE ' THRU '.
           05  HH-LAST         PIC Z(6)9.
           05                  PIC X(4)       VALUE ' OF '.
           05  HH-TOTAL        PIC Z(6)9.
           05                  PIC X(15)      VALUE
                                   ', NEWEST FIRST'.
      *
       01  HISTORY-NOTE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  HN-MESSAGE      PIC X(55).
      *
       01  COLUMN-LINE.
           05                  PIC X(3)       VALUE ' '.
           05                  PIC X(9)       VALUE 'RUN DATE'.
           05                  PIC X(10)      VALUE 'RUN TIME'.
           05                  PIC X(12)      VALUE 'VERB ANS'.
           05                  PIC X(12)      VALUE 'COMP ANS'.
           05                  PIC X(15)      VALUE 'RECONCILE'.
           05                  PIC X(2)       VALUE SPACES.
           05                  PIC X(8)       VALUE 'BATCH'.
      *
       01  HISTORY-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  HI-RUN-DATE     PIC 9(08).
           05                  PIC X(1)       VALUE SPACES.
           05  HI-RUN-TIME     PIC 9(08).
           05                  PIC X(2)       VALUE SPACES.
           05  HI-VERB-ANS     PIC 99999.999-.
           05                  PIC X(2)       VALUE SPACES.
           05  HI-COMPUTE-ANS  PIC 99999.999-.
           05                  PIC X(2)       VALUE SPACES.
           05  HI-RECON-TEXT   PIC X(15).
           05                  PIC X(2)       VALUE SPACES.
           05  HI-BATCH-ID     PIC X(08).
      *
       01  STANDING-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  ST-FILE-NAME    PIC X(11).
           05  ST-STATUS       PIC X(20).
           05  ST-REASON       PIC X(30).
           05  ST-AGE-LABEL    PIC X(04).
           05  ST-AGE          PIC ZZ9        BLANK WHEN ZERO.
           05  ST-AGE-UNITS    PIC X(05).
      *
       01  MESSAGE-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  ML-MESSAGE      PIC X(55).
      *
      *    WHAT THE SCREEN SHOWS.  EVERY LINE IS REBUILT BY A LOOKUP;
      *    THE MESSAGE LINE IS CLEARED BEFORE EACH COMMAND IS ACTED
      *    ON, SO IT ONLY EVER ANSWERS THE LAST ONE.
       01  SCREEN-LINES.
           05  SCR-TITLE-LINE      PIC X(79)      VALUE SPACES.
           05  SCR-CASE-LINE       PIC X(79)      VALUE SPACES.
           05  SCR-VALUES-LINE     PIC X(79)      VALUE SPACES.
           05  SCR-WINDOW-LINE     PIC X(79)      VALUE SPACES.
           05  SCR-HISTORY-HEAD    PIC X(79)      VALUE SPACES.
           05  SCR-COLUMN-LINE     PIC X(79)      VALUE SPACES.
           05  SCR-HISTORY-LINES.
               10  SCR-HISTORY-LINE
                                   PIC X(79)      OCCURS 8 TIMES.
           05  SCR-SUSPENSE-LINE   PIC X(79)      VALUE SPACES.
           05  SCR-REJECT-LINE     PIC X(79)      VALUE SPACES.
           05  SCR-MESSAGE-LINE    PIC X(79)      VALUE SPACES.
      *
       SCREEN SECTION.
      *
       01  INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 PIC X(79) FROM SCR-TITLE-LINE.
           05  LINE 03 COLUMN 01 PIC X(79) FROM SCR-CASE-LINE.
           05  LINE 04 COLUMN 01 PIC X(79) FROM SCR-VALUES-LINE.
           05  LINE 05 COLUMN 01 PIC X(79) FROM SCR-WINDOW-LINE.
           05  LINE 07 COLUMN 01 PIC X(79) FROM SCR-HISTORY-HEAD.
           05  LINE 08 COLUMN 01 PIC X(79) FROM SCR-COLUMN-LINE.
           05  LINE 09 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (1).
           05  LINE 10 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (2).
           05  LINE 11 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (3).
           05  LINE 12 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (4).
           05  LINE 13 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (5).
           05  LINE 14 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (6).
           05  LINE 15 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (7).
           05  LINE 16 COLUMN 01 PIC X(79)
                                 FROM SCR-HISTORY-LINE (8).
           05  LINE 18 COLUMN 01 PIC X(79) FROM SCR-SUSPENSE-LINE.
           05  LINE 19 COLUMN 01 PIC X(79) FROM SCR-REJECT-LINE.
           05  LINE 21 COLUMN 01 PIC X(79) FROM SCR-MESSAGE-LINE.
           05  LINE 23 COLUMN 04 VALUE 'CASE ID'.
           05  LINE 23 COLUMN 12 PIC 9(05) USING KEYED-CASE-ID.
           05  LINE 23 COLUMN 20 VALUE 'COMMAND'.
           05  LINE 23 COLUMN 28 PIC X(01) USING KEYED-COMMAND.
           05  LINE 24 COLUMN 04 VALUE
               'BLANK=LOOK UP  N=NEXT  P=PRIOR  B=OLDER RUNS'.
           05  LINE 24 COLUMN 49 VALUE
               '  F=NEWER RUNS  X=EXIT'.
      *
       PROCEDURE DIVISION.
      *
       00-CONTROL-MODULE.
           PERFORM 20-HOUSEKEEPING
           PERFORM 40-PROCESS-ONE-SCREEN UNTIL OPERATOR-DONE
           PERFORM 999-FINAL-ROUTINE
       .

      *    THE MASTER AND AUDIT FILES STAY OPEN FOR THE SESSION.  THE
      *    SUSPENSE AND REJECT FILES ARE SEQUENTIAL, SO EACH LOOKUP
      *    OPENS, SCANS, AND CLOSES THEM.
       20-HOUSEKEEPING.
           ACCEPT RUN-DATE-YYMMDD FROM DATE
           MOVE RUN-DATE-YYMMDD (1:2) TO RUN-DATE-YY
           IF RUN-DATE-YY >= 90
               COMPUTE RUN-DATE = 19000000 + RUN-DATE-YYMMDD
           ELSE
               COMPUTE RUN-DATE = 20000000 + RUN-DATE-YYMMDD
           END-IF
           MOVE RUN-DATE TO TI-RUN-DATE
           MOVE TITLE-LINE TO SCR-TITLE-LINE

           OPEN INPUT MLAB-MASTER
           IF MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-SW
           END-IF
           OPEN INPUT MLAB-AUDIT
           IF AUDIT-FILE-STATUS = '00'
               MOVE 'Y' TO AUDIT-OPEN-SW
           END-IF

           MOVE 'KEY A CASE ID AND PRESS ENTER' TO ML-MESSAGE
           MOVE MESSAGE-LINE TO SCR-MESSAGE-LINE
       .

       40-PROCESS-ONE-SCREEN.
           DISPLAY INQUIRY-SCREEN
           ACCEPT INQUIRY-SCREEN
           MOVE SPACES TO ML-MESSAGE
           INSPECT KEYED-COMMAND CONVERTING 'nbpfx' TO 'NBPFX'
           PERFORM 45-APPLY-COMMAND THRU 45-APPLY-COMMAND-EXIT
           MOVE MESSAGE-LINE TO SCR-MESSAGE-LINE
           MOVE SPACE TO KEYED-COMMAND
       .

      *    N AND P STEP FROM WHATEVER CASE ID IS IN THE KEYED FIELD,
      *    SO THE OPERATOR CAN KEY A STARTING POINT AND STEP FROM
      *    IT.  B AND F PAGE THE CASE ALREADY ON THE SCREEN.
       45-APPLY-COMMAND.
           EVALUATE KEYED-COMMAND
               WHEN 'X'
                   MOVE 'Y' TO EXIT-SW
               WHEN SPACE
                   MOVE KEYED-CASE-ID TO CURRENT-CASE-ID
                   PERFORM 50-LOOK-UP-CASE
               WHEN 'N'
                   PERFORM 70-FIND-NEXT-CASE THRU 70-FIND-NEXT-CASE-EXIT
               WHEN 'P'
                   PERFORM 72-FIND-PRIOR-CASE
                       THRU 72-FIND-PRIOR-CASE-EXIT
               WHEN 'B'
                   PERFORM 46-PAGE-OLDER THRU 46-PAGE-OLDER-EXIT
               WHEN 'F'
                   PERFORM 47-PAGE-NEWER THRU 47-PAGE-NEWER-EXIT
               WHEN OTHER
                   MOVE 'COMMAND MUST BE BLANK, N, P, B, F, OR X'
                       TO ML-MESSAGE
           END-EVALUATE
       .
       45-APPLY-COMMAND-EXIT.
           EXIT.

       46-PAGE-OLDER.
           MOVE CURRENT-CASE-ID TO KEYED-CASE-ID
           IF NOT CASE-ON-SCREEN
               MOVE 'NO CASE ON THE SCREEN TO PAGE' TO ML-MESSAGE
               GO TO 46-PAGE-OLDER-EXIT
           END-IF
           IF (HISTORY-PAGE + 1) * HISTORY-PAGE-SIZE
                   NOT < HISTORY-COUNT
               MOVE 'NO OLDER AUDIT RUNS FOR THIS CASE' TO ML-MESSAGE
               GO TO 46-PAGE-OLDER-EXIT
           END-IF
           ADD 1 TO HISTORY-PAGE
           PERFORM 57-LOAD-HISTORY-PAGE THRU 57-LOAD-HISTORY-PAGE-EXIT
       .
       46-PAGE-OLDER-EXIT.
           EXIT.

       47-PAGE-NEWER.
           MOVE CURRENT-CASE-ID TO KEYED-CASE-ID
           IF NOT CASE-ON-SCREEN
               MOVE 'NO CASE ON THE SCREEN TO PAGE' TO ML-MESSAGE
               GO TO 47-PAGE-NEWER-EXIT
           END-IF
           IF HISTORY-PAGE = 0
               MOVE 'ALREADY SHOWING THE LATEST AUDIT RUNS'
                   TO ML-MESSAGE
               GO TO 47-PAGE-NEWER-EXIT
           END-IF
           SUBTRACT 1 FROM HISTORY-PAGE
           PERFORM 57-LOAD-HISTORY-PAGE THRU 57-LOAD-HISTORY-PAGE-EXIT
       .
       47-PAGE-NEWER-EXIT.
           EXIT.

      *    ONE LOOKUP ANSWERS ALL FOUR QUESTIONS FOR CURRENT-CASE-ID.
       50-LOOK-UP-CASE.
           MOVE 'Y' TO CASE-SHOWN-SW
           MOVE CURRENT-CASE-ID TO KEYED-CASE-ID
           MOVE CURRENT-CASE-ID TO CA-CASE-ID
           PERFORM 51-SHOW-MASTER THRU 51-SHOW-MASTER-EXIT
           MOVE 0 TO HISTORY-PAGE
           PERFORM 55-COUNT-HISTORY THRU 55-COUNT-HISTORY-EXIT
           PERFORM 57-LOAD-HISTORY-PAGE THRU 57-LOAD-HISTORY-PAGE-EXIT
           PERFORM 60-SHOW-SUSPENSE THRU 60-SHOW-SUSPENSE-EXIT
           PERFORM 64-SHOW-REJECT THRU 64-SHOW-REJECT-EXIT
       .

       51-SHOW-MASTER.
           MOVE SPACES TO SCR-VALUES-LINE
           MOVE SPACES TO SCR-WINDOW-LINE
           IF NOT MASTER-AVAILABLE
               MOVE 'CASE MASTER (MLABMSTR) NOT AVAILABLE'
                   TO CA-MASTER-TEXT
               MOVE CASE-LINE TO SCR-CASE-LINE
               GO TO 51-SHOW-MASTER-EXIT
           END-IF

           MOVE CURRENT-CASE-ID TO MST-CASE-ID
           READ MLAB-MASTER
               INVALID KEY
                   MOVE 'NOT ON THE CASE MASTER' TO CA-MASTER-TEXT
                   MOVE CASE-LINE TO SCR-CASE-LINE
                   GO TO 51-SHOW-MASTER-EXIT
           END-READ

           MOVE 'CASE MASTER RECORD' TO CA-MASTER-TEXT
           MOVE CASE-LINE TO SCR-CASE-LINE
           MOVE MST-A TO MV-A
           MOVE MST-B TO MV-B
           MOVE MST-C TO MV-C
           MOVE MST-D TO MV-D
           MOVE MST-E TO MV-E
           MOVE MASTER-VALUES-LINE TO SCR-VALUES-LINE

           MOVE MST-FORMULA-CODE TO MW-FORMULA
           MOVE MST-EFF-FROM TO MW-EFF-FROM
           MOVE MST-EFF-THRU TO MW-EFF-THRU
           IF MST-EFF-FROM NOT NUMERIC
              OR MST-EFF-FROM = ZERO
               MOVE 'OPEN' TO MW-EFF-FROM
           END-IF
           IF MST-EFF-THRU NOT NUMERIC
              OR MST-EFF-THRU = ZERO
               MOVE 'OPEN' TO MW-EFF-THRU
           END-IF
           PERFORM 52-JUDGE-WINDOW
           MOVE MASTER-WINDOW-LINE TO SCR-WINDOW-LINE
       .
       51-SHOW-MASTER-EXIT.
           EXIT.

      *    THE SAME WINDOW TEST MLABMAINT APPLIES WHEN IT CUTS
      *    MLABIN: A ZERO OR UNREADABLE DATE LEAVES THAT END OPEN.
       52-JUDGE-WINDOW.
           MOVE 'Y' TO WINDOW-OPEN-SW
           MOVE 'IN EFFECT TODAY' TO MW-WINDOW-TEXT
           IF MST-EFF-FROM NUMERIC
              AND MST-EFF-FROM > ZERO
              AND RUN-DATE < MST-EFF-FROM
               MOVE 'N' TO WINDOW-OPEN-SW
               MOVE 'NOT YET IN EFFECT' TO MW-WINDOW-TEXT
           END-IF
           IF MST-EFF-THRU NUMERIC
              AND MST-EFF-THRU > ZERO
              AND RUN-DATE > MST-EFF-THRU
               MOVE 'N' TO WINDOW-OPEN-SW
               MOVE 'NO LONGER IN EFFECT' TO MW-WINDOW-TEXT
           END-IF
       .

      *    A KEYED START AT THE CASE, STOPPING THE MOMENT THE KEY
      *    LEAVES IT, THE SAME WAY MLABINQ READS A SINGLE CASE.
       53-START-CASE-HISTORY.
           MOVE 'N' TO EOF-SWITCH
           MOVE CURRENT-CASE-ID TO AUD-CASE-ID
           MOVE 0 TO AUD-RUN-DATE
           MOVE 0 TO AUD-RUN-TIME
           START MLAB-AUDIT KEY NOT < AUD-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-SWITCH
           END-START
       .

       54-READ-AUDIT-RECORD.
           READ MLAB-AUDIT NEXT
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF AUD-CASE-ID NOT = CURRENT-CASE-ID
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ
       .

       55-COUNT-HISTORY.
           MOVE 0 TO HISTORY-COUNT
           IF NOT AUDIT-AVAILABLE
               GO TO 55-COUNT-HISTORY-EXIT
           END-IF
           PERFORM 53-START-CASE-HISTORY
           IF NOT END-OF-AUDIT
               PERFORM 54-READ-AUDIT-RECORD
           END-IF
           PERFORM 56-COUNT-ONE-RUN UNTIL END-OF-AUDIT
       .
       55-COUNT-HISTORY-EXIT.
           EXIT.

       56-COUNT-ONE-RUN.
           ADD 1 TO HISTORY-COUNT
           PERFORM 54-READ-AUDIT-RECORD
       .

       57-LOAD-HISTORY-PAGE.
           MOVE SPACES TO SCR-HISTORY-LINES
           MOVE SPACES TO SCR-COLUMN-LINE
           IF NOT AUDIT-AVAILABLE
               MOVE 'AUDIT REPOSITORY (MLABAUD) NOT AVAILABLE'
                   TO HN-MESSAGE
               MOVE HISTORY-NOTE-LINE TO SCR-HISTORY-HEAD
               GO TO 57-LOAD-HISTORY-PAGE-EXIT
           END-IF
           IF HISTORY-COUNT = 0
               MOVE 'NO AUDIT HISTORY FOR THIS CASE' TO HN-MESSAGE
               MOVE HISTORY-NOTE-LINE TO SCR-HISTORY-HEAD
               GO TO 57-LOAD-HISTORY-PAGE-EXIT
           END-IF

           COMPUTE HISTORY-HIGH-RECORD =
               HISTORY-COUNT - (HISTORY-PAGE * HISTORY-PAGE-SIZE)
           IF HISTORY-HIGH-RECORD > HISTORY-PAGE-SIZE
               COMPUTE HISTORY-SKIP-COUNT =
                   HISTORY-HIGH-RECORD - HISTORY-PAGE-SIZE
           ELSE
               MOVE 0 TO HISTORY-SKIP-COUNT
           END-IF

           MOVE 0 TO HISTORY-READ-COUNT
           PERFORM 53-START-CASE-HISTORY
           IF NOT END-OF-AUDIT
               PERFORM 54-READ-AUDIT-RECORD
           END-IF
           PERFORM 58-PLACE-ONE-RUN
               UNTIL END-OF-AUDIT
                  OR HISTORY-READ-COUNT >= HISTORY-HIGH-RECORD

           COMPUTE HISTORY-FIRST-SHOWN =
               (HISTORY-PAGE * HISTORY-PAGE-SIZE) + 1
           COMPUTE HISTORY-LAST-SHOWN =
               HISTORY-FIRST-SHOWN + HISTORY-HIGH-RECORD
                   - HISTORY-SKIP-COUNT - 1
           MOVE HISTORY-FIRST-SHOWN TO HH-FIRST
           MOVE HISTORY-LAST-SHOWN TO HH-LAST
           MOVE HISTORY-COUNT TO HH-TOTAL
           MOVE HISTORY-HEAD-LINE TO SCR-HISTORY-HEAD
           MOVE COLUMN-LINE TO SCR-COLUMN-LINE
       .
       57-LOAD-HISTORY-PAGE-EXIT.
           EXIT.

      *    RUNS BEFORE THE PAGE ARE ONLY COUNTED PAST.  A RUN ON THE
      *    PAGE LANDS BOTTOM-UP: THE PAGE'S LAST (NEWEST) RUN GOES
      *    ON SCREEN LINE 1.
       58-PLACE-ONE-RUN.
           ADD 1 TO HISTORY-READ-COUNT
           IF HISTORY-READ-COUNT > HISTORY-SKIP-COUNT
               COMPUTE HISTORY-SUB =
                   HISTORY-HIGH-RECORD - HISTORY-READ-COUNT + 1
               PERFORM 59-SET-HISTORY-LINE
           END-IF
           PERFORM 54-READ-AUDIT-RECORD
       .

       59-SET-HISTORY-LINE.
           MOVE AUD-RUN-DATE TO HI-RUN-DATE
           MOVE AUD-RUN-TIME TO HI-RUN-TIME
           MOVE AUD-VERB-ANS TO HI-VERB-ANS
           MOVE AUD-COMPUTE-ANS TO HI-COMPUTE-ANS
           MOVE AUD-BATCH-ID TO HI-BATCH-ID
           EVALUATE AUD-RECON-FLAG
               WHEN 'M'
                   MOVE 'MATCH          ' TO HI-RECON-TEXT
               WHEN 'O'
                   MOVE 'OUT OF BALANCE ' TO HI-RECON-TEXT
               WHEN 'S'
                   MOVE '*SKIPPED*      ' TO HI-RECON-TEXT
               WHEN 'E'
                   MOVE '*OVERFLOW*     ' TO HI-RECON-TEXT
               WHEN OTHER
                   MOVE '*UNKNOWN FLAG* ' TO HI-RECON-TEXT
           END-EVALUATE
           MOVE HISTORY-LINE TO SCR-HISTORY-LINE (HISTORY-SUB)
       .

      *    THE REASON CODE SAYS WHICH MATHLAB TRAP FIRED; THE AGE IS
      *    HOW MANY RUNS THE CASE HAS NOW FAILED.  THE STREAM SWAPS
      *    MLABSUSN IN AS MLABSUSP ONCE MATHLAB COMPLETES, SO BY DAY
      *    THE SUSPENSE FILE IS MLABSUSP; MLABSUSN ONLY EXISTS FROM
      *    MATHLAB'S RUN UNTIL THE SWAP.  THE NEWER FILE IS READ
      *    WHEN IT IS THERE, AND THE SCREEN SAYS WHICH ONE ANSWERED.
       60-SHOW-SUSPENSE.
           MOVE SPACES TO ST-REASON
           PERFORM 69-CLEAR-AGE
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 'N' TO SCAN-END-SW

           OPEN INPUT MLAB-SUSPENSE
           IF SUSP-FILE-STATUS = '00'
               MOVE 'MLABSUSN' TO ST-FILE-NAME
               PERFORM 62-SCAN-ONE-SUSPENSE
                   UNTIL END-OF-SCAN OR ENTRY-FOUND
               CLOSE MLAB-SUSPENSE
           ELSE
               IF SUSP-FILE-STATUS = '35'
                   OPEN INPUT MLAB-SUSPENSE-PRIOR
               END-IF
               IF SUSP-FILE-STATUS NOT = '35'
                  OR SUSP-PRIOR-FILE-STATUS NOT = '00'
                   MOVE 'MLABSUSN/P' TO ST-FILE-NAME
                   MOVE 'NOT AVAILABLE' TO ST-STATUS
                   MOVE STANDING-LINE TO SCR-SUSPENSE-LINE
                   GO TO 60-SHOW-SUSPENSE-EXIT
               END-IF
               MOVE 'MLABSUSP' TO ST-FILE-NAME
               PERFORM 63-SCAN-ONE-PRIOR-SUSP
                   UNTIL END-OF-SCAN OR ENTRY-FOUND
               CLOSE MLAB-SUSPENSE-PRIOR
           END-IF

           IF ENTRY-FOUND
               MOVE 'IN SUSPENSE' TO ST-STATUS
               EVALUATE FOUND-REASON-CODE
                   WHEN 'V'
                       MOVE 'VERB ANS EXCEPTION' TO ST-REASON
                   WHEN 'C'
                       MOVE 'COMPUTE ANS EXCEPTION' TO ST-REASON
                   WHEN 'B'
                       MOVE 'BOTH ANS EXCEPTIONS' TO ST-REASON
                   WHEN OTHER
                       MOVE 'UNKNOWN REASON CODE' TO ST-REASON
               END-EVALUATE
               MOVE FOUND-AGE-COUNT TO ST-AGE
               PERFORM 68-SET-AGE-LABELS
           ELSE
               MOVE 'NOT IN SUSPENSE' TO ST-STATUS
           END-IF
           MOVE STANDING-LINE TO SCR-SUSPENSE-LINE
       .
       60-SHOW-SUSPENSE-EXIT.
           EXIT.

       62-SCAN-ONE-SUSPENSE.
           READ MLAB-SUSPENSE
               AT END
                   MOVE 'Y' TO SCAN-END-SW
               NOT AT END
                   IF SUS-CASE-ID = CURRENT-CASE-ID
                       MOVE 'Y' TO ENTRY-FOUND-SW
                       MOVE SUS-REASON-CODE TO FOUND-REASON-CODE
                       MOVE SUS-AGE-COUNT TO FOUND-AGE-COUNT
                   END-IF
           END-READ
       .

       63-SCAN-ONE-PRIOR-SUSP.
           READ MLAB-SUSPENSE-PRIOR
               AT END
                   MOVE 'Y' TO SCAN-END-SW
               NOT AT END
                   IF SUP-CASE-ID = CURRENT-CASE-ID
                       MOVE 'Y' TO ENTRY-FOUND-SW
                       MOVE SUP-REASON-CODE TO FOUND-REASON-CODE
                       MOVE SUP-AGE-COUNT TO FOUND-AGE-COUNT
                   END-IF
           END-READ
       .

      *    THE SAME TWO GENERATIONS AS SUSPENSE: MLABFIX WRITES
      *    MLABREJN AND THE STREAM SWAPS IT IN AS MLABREJP.  THE
      *    CARD IMAGE IS MATCHED ON ITS CASE ID COLUMNS AS
      *    CHARACTERS, SINCE A REJECTED CARD'S ID NEED NOT BE
      *    NUMERIC.
       64-SHOW-REJECT.
           MOVE SPACES TO ST-REASON
           PERFORM 69-CLEAR-AGE
           MOVE CURRENT-CASE-ID TO CASE-ID-NUMBER
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 'N' TO SCAN-END-SW

           OPEN INPUT MLAB-REJECT
           IF REJECT-FILE-STATUS = '00'
               MOVE 'MLABREJN' TO ST-FILE-NAME
               PERFORM 65-SCAN-ONE-REJECT
                   UNTIL END-OF-SCAN OR ENTRY-FOUND
               CLOSE MLAB-REJECT
           ELSE
               IF REJECT-FILE-STATUS = '35'
                   OPEN INPUT MLAB-REJECT-PRIOR
               END-IF
               IF REJECT-FILE-STATUS NOT = '35'
                  OR REJECT-PRIOR-FILE-STATUS NOT = '00'
                   MOVE 'MLABREJN/P' TO ST-FILE-NAME
                   MOVE 'NOT AVAILABLE' TO ST-STATUS
                   MOVE STANDING-LINE TO SCR-REJECT-LINE
                   GO TO 64-SHOW-REJECT-EXIT
               END-IF
               MOVE 'MLABREJP' TO ST-FILE-NAME
               PERFORM 66-SCAN-ONE-PRIOR-REJECT
                   UNTIL END-OF-SCAN OR ENTRY-FOUND
               CLOSE MLAB-REJECT-PRIOR
           END-IF

           IF ENTRY-FOUND
               MOVE 'ON THE REJECT FILE' TO ST-STATUS
               PERFORM 67-FIND-REJECT-REASON
               MOVE FOUND-AGE-COUNT TO ST-AGE
               PERFORM 68-SET-AGE-LABELS
           ELSE
               MOVE 'NOT ON THE REJECT FILE' TO ST-STATUS
           END-IF
           MOVE STANDING-LINE TO SCR-REJECT-LINE
       .
       64-SHOW-REJECT-EXIT.
           EXIT.

       65-SCAN-ONE-REJECT.
           READ MLAB-REJECT
               AT END
                   MOVE 'Y' TO SCAN-END-SW
               NOT AT END
                   IF REJ-CASE-IMAGE (1:5) = CASE-ID-CHARS
                       MOVE 'Y' TO ENTRY-FOUND-SW
                       MOVE REJ-CASE-IMAGE TO REJECT-CARD
                       MOVE REJ-AGE-COUNT TO FOUND-AGE-COUNT
                   END-IF
           END-READ
       .

       66-SCAN-ONE-PRIOR-REJECT.
           READ MLAB-REJECT-PRIOR
               AT END
                   MOVE 'Y' TO SCAN-END-SW
               NOT AT END
                   IF RJP-CASE-IMAGE (1:5) = CASE-ID-CHARS
                       MOVE 'Y' TO ENTRY-FOUND-SW
                       MOVE RJP-CASE-IMAGE TO REJECT-CARD
                       MOVE RJP-AGE-COUNT TO FOUND-AGE-COUNT
                   END-IF
           END-READ
       .

      *    THE MLABEDIT FIELD EDITS IN THE ORDER MLABEDIT RUNS THEM;
      *    THE FIRST ONE THE CARD FAILS IS THE REASON SHOWN.  A CARD
      *    THAT PASSES EVERY FIELD EDIT CAN ONLY HAVE BEEN REJECTED
      *    AS A DUPLICATE OF AN EARLIER CARD IN ITS BATCH.
       67-FIND-REJECT-REASON.
           EVALUATE TRUE
               WHEN RC-CASE-ID-X NOT NUMERIC
                   MOVE 'CASE ID NOT NUMERIC' TO ST-REASON
               WHEN RC-CASE-ID = ZERO
                   MOVE 'CASE ID MISSING' TO ST-REASON
               WHEN RC-A NOT NUMERIC
                   MOVE 'IN-A VALUE NOT NUMERIC' TO ST-REASON
               WHEN RC-B NOT NUMERIC
                   MOVE 'IN-B VALUE NOT NUMERIC' TO ST-REASON
               WHEN RC-C NOT NUMERIC
                   MOVE 'IN-C VALUE NOT NUMERIC' TO ST-REASON
               WHEN RC-D NOT NUMERIC
                   MOVE 'IN-D VALUE NOT NUMERIC' TO ST-REASON
               WHEN RC-E NOT NUMERIC
                   MOVE 'IN-E VALUE NOT NUMERIC' TO ST-REASON
               WHEN RC-FORMULA-CODE NOT = SPACE
                AND RC-FORMULA-CODE NOT = '1'
                AND RC-FORMULA-CODE NOT = '2'
                AND RC-FORMULA-CODE NOT = '3'
                   MOVE 'FORMULA CODE NOT SPACE/1/2/3' TO ST-REASON
               WHEN OTHER
                   MOVE 'DUPLICATE CASE ID IN BATCH' TO ST-REASON
           END-EVALUATE
       .

       68-SET-AGE-LABELS.
           MOVE 'AGE ' TO ST-AGE-LABEL
           MOVE ' RUNS' TO ST-AGE-UNITS
       .

       69-CLEAR-AGE.
           MOVE SPACES TO ST-AGE-LABEL
           MOVE 0 TO ST-AGE
           MOVE SPACES TO ST-AGE-UNITS
       .

       70-FIND-NEXT-CASE.
           IF NOT MASTER-AVAILABLE
               MOVE 'CASE MASTER (MLABMSTR) NOT AVAILABLE' TO ML-MESSAGE
               GO TO 70-FIND-NEXT-CASE-EXIT
           END-IF
           MOVE KEYED-CASE-ID TO MST-CASE-ID
           START MLAB-MASTER KEY > MST-CASE-ID
               INVALID KEY
                   MOVE 'NO HIGHER CASE ID ON THE MASTER' TO ML-MESSAGE
                   GO TO 70-FIND-NEXT-CASE-EXIT
           END-START
           READ MLAB-MASTER NEXT
               AT END
                   MOVE 'NO HIGHER CASE ID ON THE MASTER' TO ML-MESSAGE
                   GO TO 70-FIND-NEXT-CASE-EXIT
           END-READ
           MOVE MST-CASE-ID TO CURRENT-CASE-ID
           PERFORM 50-LOOK-UP-CASE
       .
       70-FIND-NEXT-CASE-EXIT.
           EXIT.

      *    THE MASTER IS ONLY EVER READ FORWARD, SO THE PRIOR CASE IS
      *    FOUND BY WALKING UP FROM THE LOW KEY AND KEEPING THE LAST
      *    CASE ID BELOW THE KEYED ONE.
       72-FIND-PRIOR-CASE.
           IF NOT MASTER-AVAILABLE
               MOVE 'CASE MASTER (MLABMSTR) NOT AVAILABLE' TO ML-MESSAGE
               GO TO 72-FIND-PRIOR-CASE-EXIT
           END-IF
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE 'N' TO SCAN-END-SW
           MOVE 0 TO MST-CASE-ID
           START MLAB-MASTER KEY NOT < MST-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO SCAN-END-SW
           END-START
           PERFORM 74-WALK-ONE-MASTER UNTIL END-OF-SCAN
           IF NOT ENTRY-FOUND
               MOVE 'NO LOWER CASE ID ON THE MASTER' TO ML-MESSAGE
               GO TO 72-FIND-PRIOR-CASE-EXIT
           END-IF
           MOVE PRIOR-CASE-ID TO CURRENT-CASE-ID
           PERFORM 50-LOOK-UP-CASE
       .
       72-FIND-PRIOR-CASE-EXIT.
           EXIT.

       74-WALK-ONE-MASTER.
           READ MLAB-MASTER NEXT
               AT END
                   MOVE 'Y' TO SCAN-END-SW
               NOT AT END
                   IF MST-CASE-ID < KEYED-CASE-ID
                       MOVE MST-CASE-ID TO PRIOR-CASE-ID
                       MOVE 'Y' TO ENTRY-FOUND-SW
                   ELSE
                       MOVE 'Y' TO SCAN-END-SW
                   END-IF
           END-READ
       .

       999-FINAL-ROUTINE.
           IF MASTER-AVAILABLE
               CLOSE MLAB-MASTER
           END-IF
           IF AUDIT-AVAILABLE
               CLOSE MLAB-AUDIT
           END-IF
           STOP RUN
       .
