      *                    ENTRY LEAVES THE KSDS, AND NOBODY      *
      *                    BROWSES THE RAW ARCHIVE BY HAND FOR    *
      *                    AN AUDITOR AGAIN.                       *
      *   10/15/2026  JOB  ARCH-RECORD FOLLOWS DGTQPURG TO 136    *
      *                    BYTES - BYTES 81-120 OF THE NOW        *
      *                    120-BYTE QUEUE ENTRY (SEE DGTMREQ)     *
      *                    COME AFTER THE ARCHIVE TIMESTAMP AND   *
      *                    ARE UNPACKED WITH THE REST. OLDER      *
      *                    96-BYTE RECORDS READ WITH A BLANK      *
      *                    EXTENSION.                             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * ARCH-FILE - THE SEQUENTIAL ARCHIVE DGTQPURG APPENDS TO -  *
      * THE FULL RQ-RECORD IMAGE PLUS THE DATE AND TIME THE       *
      * HOUSEKEEPING RUN MOVED IT OFF THE KSDS (RQ-RECORD 81-120  *
      * FOLLOWS THE TIMESTAMP - SEE DGTQPURG).                     *
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
      * ARPT-FILE - THE INQUIRY REPORT - ONE STATUS-LIST-STYLE    *
      * LINE PER SELECTED ENTRY AND A CLOSING MATCH COUNT.         *
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-READ-CNT
           MOVE AR-REQUEST TO RQ-RECORD(1:80)
           MOVE AR-REQUEST-EXT TO RQ-RECORD(81:40)
           EVALUATE TRUE
               WHEN WS-SEL-EVERYTHING
                   CONTINUE
