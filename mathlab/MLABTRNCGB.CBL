      *                     BYTES), SO THE JUMP DATES PRINT WITH
      *                     THEIR CENTURY AND PRE-2000 HISTORY
      *                     ORDERS CORRECTLY.
      *    10/15/26   GB    AUDIT AND ARCHIVE RECORDS WIDENED TO 88
      *                     BYTES FOR MATHLAB'S TRAILING BATCH ID.
      *                     THE TREND IGNORES THE BATCH.
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
       FD  MLAB-ARCHIVE
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  ARCHIVE-RECORD.
           05  ARC-CASE-ID         PIC 9(07).
           05  ARC-VERB-ANS        PIC S9(5)V999.
           05  ARC-COMPUTE-ANS     PIC S9(5)V999.
           05  ARC-RECON-FLAG      PIC X(01).
           05  ARC-BATCH-ID        PIC X(08).
      *
       FD  TREND-CARD
           RECORD CONTAINS 7 CHARACTERS.
