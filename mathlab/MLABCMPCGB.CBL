      *    09/02/26   GB    THE RUN-LOG DATE WIDENED TO CCYYMMDD
      *                     WITH THE REST OF THE SYSTEM'S DATES
      *                     (YY 90 AND UP READS AS 19XX).
      *    10/15/26   GB    READS THE 123-BYTE MLABEXT LAYOUT.  THE
      *                     STATUS TAIL IS NOW 29 CHARACTERS SO A
      *                     TRAPPED CASE'S "CARRIED FORWARD FROM
      *                     CCYYMMDD" STATUS COMPARES IN FULL; A
      *                     CASE THAT STARTS OR STOPS CARRYING
      *                     FORWARD REPORTS AS A RECONCILE CHANGE.
      *                     THE TRAILING BATCH ID AND REVIEW FLAG
      *                     ARE NOT PART OF THE COMPARE -- THE SAME
      *                     CASE IN ANOTHER BATCH, OR NEWLY HELD FOR
      *                     REVIEW, IS NOT A CHANGE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    DIGIT (SIGN, WHOLE PART, POINT, DECIMALS) BY
      *    60-PARSE-ANSWER BELOW.
       FD  TODAY-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  TODAY-EXTRACT-RECORD    PIC X(123).
      *
       FD  PRIOR-EXTRACT
           RECORD CONTAINS 123 CHARACTERS.
      *
       01  PRIOR-EXTRACT-RECORD    PIC X(123).
      *
       FD  COMPARE-CARD
           RECORD CONTAINS 4 CHARACTERS.
           05  TS-CASE-ID          PIC X(05).
           05  TS-VERB-ANS         PIC S9(5)V999  VALUE +0.
           05  TS-COMPUTE-ANS      PIC S9(5)V999  VALUE +0.
           05  TS-RECON-FLAG       PIC X(29).
      *
       01  PRIOR-SIDE.
           05  PS-CASE-ID          PIC X(05).
           05  PS-VERB-ANS         PIC S9(5)V999  VALUE +0.
           05  PS-COMPUTE-ANS      PIC S9(5)V999  VALUE +0.
           05  PS-RECON-FLAG       PIC X(29).
      *
      *    SCRATCH FIELDS FOR 60-PARSE-ANSWER: ONE EDITED VALUE
      *    COLUMN IN, ONE SIGNED NUMBER OUT.
           MOVE TODAY-EXTRACT-RECORD(73:10) TO PW-EDITED
           PERFORM 60-PARSE-ANSWER
           MOVE PW-ANSWER TO TS-COMPUTE-ANS
           MOVE TODAY-EXTRACT-RECORD(84:29) TO TS-RECON-FLAG
       .

       66-PARSE-PRIOR-SIDE.
           MOVE PRIOR-EXTRACT-RECORD(73:10) TO PW-EDITED
           PERFORM 60-PARSE-ANSWER
           MOVE PW-ANSWER TO PS-COMPUTE-ANS
           MOVE PRIOR-EXTRACT-RECORD(84:29) TO PS-RECON-FLAG
       .

      *    ONE EDITED -99999.999 COLUMN BECOMES A SIGNED NUMBER.
