      *                     HISTORY WAS QUIETLY WRONG.  THE
      *                     MLABLOAD CUTOVER JOB RE-CUTS THE
      *                     EXISTING FILES ONE TIME.
      *    10/15/26   GB    AUDIT RECORDS NOW 88 BYTES, ENDING IN THE
      *                     MLABVAL BATCH ID THE CASE CAME IN ON.
      *                     THE HISTORY LINE SHOWS IT IN A NEW BATCH
      *                     COLUMN (BLANK FOR HISTORY OLDER THAN THE
      *                     FIELD).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REPORT-RECORD       PIC X(80).
      *
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
       FD  INQUIRY-CARD
           RECORD CONTAINS 24 CHARACTERS.
           05                  PIC X(12)      VALUE 'VERB ANS'.
           05                  PIC X(12)      VALUE 'COMP ANS'.
           05                  PIC X(15)      VALUE 'RECONCILE'.
           05                  PIC X(2)       VALUE SPACES.
           05                  PIC X(8)       VALUE 'BATCH'.
      *
       01  HISTORY-LINE.
           05                  PIC X(3)       VALUE ' '.
           05  HI-COMPUTE-ANS  PIC 99999.999-.
           05                  PIC X(2)       VALUE SPACES.
           05  HI-RECON-TEXT   PIC X(15).
           05                  PIC X(2)       VALUE SPACES.
           05  HI-BATCH-ID     PIC X(08).
      *
       01  VALUES-LINE.
           05                  PIC X(6)       VALUE ' '.
           MOVE AUD-CASE-ID TO HI-CASE-ID
           MOVE AUD-VERB-ANS TO HI-VERB-ANS
           MOVE AUD-COMPUTE-ANS TO HI-COMPUTE-ANS
           MOVE AUD-BATCH-ID TO HI-BATCH-ID
           EVALUATE AUD-RECON-FLAG
               WHEN 'M'
                   MOVE 'MATCH          ' TO HI-RECON-TEXT
