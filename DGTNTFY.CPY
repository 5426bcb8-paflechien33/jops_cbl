      *-----------------------------------------------------------*
      * DGTNTFY - REQUESTER NOTIFICATION RECORD LAYOUT.           *
      *                                                             *
      * WRITTEN BY DIGITOFE (7600-WRITE-NOTIFICATION) FOR EVERY   *
      * QUEUE ENTRY IT CLOSES OUT - COMPLETE, FAILED (INCLUDING   *
      * AN ENTRY FAILED AT CLAIM BECAUSE ITS REQUESTER WAS        *
      * REVOKED) OR CANCELLED - AND FOR A CLAIMED ENTRY THE       *
      * WINDOW GATE PUTS BACK TO QUEUED FOR THE WEEKEND CYCLE.    *
      * APPENDED TO THE NOTIFY DATASET (FIXED 80-BYTE RECORDS),   *
      * WHICH THE MAIL GATEWAY PICKS UP AND EMPTIES AFTER THE     *
      * CYCLE.                                                     *
      *                                                             *
      * NT-ERROR-CODE IS THE DIGITOFE DIAGNOSTIC CODE IN THE     *
      * RUN-STATUS STYLE (RS-ERROR-CODE), LEFT-JUSTIFIED - E1     *
      * OVERFLOW, E2/E5/E6 UNRUNNABLE REQUEST, E3 RESTART         *
      * MISMATCH, E7 REPOSITORY DAMAGE, W4 UNRUNNABLE DRAINED     *
      * ENTRY, W6 DIVERTED BY THE WINDOW GATE, W11 REQUESTER      *
      * REVOKED - OR '00'. NT-CHECKSUM IS THE DIGITS GROUP'S      *
      * MANIFEST CHECKSUM (SEE DGTMAN) - ZERO WHEN NO DIGITS WERE *
      * PRODUCED.                                                  *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  NT-RECORD.
           05  NT-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  NT-TIME             PIC X(08).
           05  FILLER              PIC X(01).
           05  NT-REQUEST-ID       PIC 9(06).
           05  FILLER              PIC X(01).
           05  NT-REQUESTED-BY     PIC X(08).
           05  FILLER              PIC X(01).
           05  NT-OUTCOME          PIC X(08).
               88  NT-COMPLETE     VALUE 'COMPLETE'.
               88  NT-FAILED       VALUE 'FAILED  '.
               88  NT-CANCELLED    VALUE 'CANCELED'.
               88  NT-DIVERTED     VALUE 'DIVERTED'.
           05  FILLER              PIC X(01).
           05  NT-ERROR-CODE       PIC X(03).
           05  FILLER              PIC X(01).
           05  NT-DIGIT-CNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  NT-ELAPSED-SEC      PIC 9(05).
           05  FILLER              PIC X(01).
           05  NT-CHECKSUM         PIC 9(05).
           05  FILLER              PIC X(01).
           05  NT-N                PIC 9(05).
           05  FILLER              PIC X(06).
