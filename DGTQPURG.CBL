      *                    ('H') COUNTS WITH QUEUED AND CANCEL-   *
      *                    REQUESTED ('P') WITH RUNNING - BOTH    *
      *                    ARE LIVE AND ARE LEFT UNTOUCHED.       *
      *   10/15/2026  JOB  QUEUE RECORD IS NOW 120 BYTES (SEE     *
      *                    DGTMREQ). ARCH-RECORD GROWS TO 136 -   *
      *                    THE FIRST 80 BYTES OF THE ENTRY AND    *
      *                    THE ARCHIVE TIMESTAMP STAY WHERE THEY  *
      *                    WERE AND BYTES 81-120 FOLLOW AS AR-    *
      *                    REQUEST-EXT, SO ARCHIVE RECORDS        *
      *                    WRITTEN BEFORE THIS CHANGE STILL READ  *
      *                    (WITH A BLANK EXTENSION).              *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * HOUSEKEEPING RUN MOVED IT, SO THE HISTORY STAYS           *
      * AUDITABLE AFTER IT LEAVES THE KSDS. OPENED EXTEND SO      *
      * PRIOR HOUSEKEEPING RUNS' ARCHIVE IS NEVER OVERWRITTEN.    *
      * THE LAST 40 BYTES OF THE ENTRY (RQ-RECORD 81-120) FOLLOW  *
      * THE TIMESTAMP - RECORDS ARCHIVED WHILE THE QUEUE RECORD   *
      * WAS 80 BYTES END AFTER AR-ARCH-TIME AND READ BACK WITH A  *
      * BLANK EXTENSION.                                           *
      *-----------------------------------------------------------*
       FD  ARCH-FILE
           RECORD CONTAINS 136 CHARACTERS
           RECORDING MODE IS F.
       01  ARCH-RECORD.
           05  AR-REQUEST          PIC X(80).
           05  AR-ARCH-DATE        PIC X(08).
           05  AR-ARCH-TIME        PIC X(08).
           05  AR-REQUEST-EXT      PIC X(40).
      *-----------------------------------------------------------*
      * PRPT-FILE - THE HOUSEKEEPING REPORT - ONE LINE PER        *
      * ARCHIVED ENTRY AND A CLOSING SUMMARY OF WHAT MOVED AND    *
      *-----------------------------------------------------------*
       3200-ARCHIVE-ENTRY.
           MOVE SPACES TO ARCH-RECORD
           MOVE RQ-RECORD(1:80) TO AR-REQUEST
           MOVE RQ-RECORD(81:40) TO AR-REQUEST-EXT
           MOVE WS-RUN-DATE TO AR-ARCH-DATE
           MOVE WS-RUN-TIME TO AR-ARCH-TIME
           WRITE ARCH-RECORD
