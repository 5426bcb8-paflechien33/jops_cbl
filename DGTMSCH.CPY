      *-----------------------------------------------------------*
      * DGTMSCH - STANDING REQUEST SCHEDULE RECORD LAYOUT.        *
      *                                                             *
      * ONE RECORD PER STANDING REQUEST (REQSCHED KSDS, KEYED BY  *
      * AN EIGHT-BYTE SCHEDULE NAME CHOSEN WHEN IT IS ADDED).     *
      * MAINTAINED ON DGTMAINT'S SCHEDULE SCREEN. DGTSCHED, RUN   *
      * AHEAD OF DIGITOFE, WRITES A QUEUED REQQUEUE ENTRY FOR     *
      * EACH ACTIVE SCHEDULE FALLING DUE, WITH THE DUE DATE AS    *
      * ITS EARLIEST-RUN DATE, AND POSTS THE DATE AND REQUEST ID  *
      * BACK HERE SO THE SAME OCCURRENCE IS NEVER GENERATED       *
      * TWICE. A SUSPENDED SCHEDULE STAYS ON FILE AND GENERATES   *
      * NOTHING UNTIL IT IS MADE ACTIVE AGAIN.                     *
      *                                                             *
      * SC-FREQ / SC-FREQ-DAY -                                    *
      *   'D' - EVERY DAY. SC-FREQ-DAY ZERO.                       *
      *   'W' - WEEKLY ON WEEKDAY SC-FREQ-DAY, 1 = MONDAY THROUGH  *
      *         7 = SUNDAY.                                         *
      *   'M' - THE LAST DAY OF EVERY MONTH. SC-FREQ-DAY ZERO.     *
      *   'F' - DAY SC-FREQ-DAY (1-31) OF EVERY MONTH - A DAY PAST *
      *         THE END OF A SHORT MONTH FALLS ON ITS LAST DAY.    *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  SC-RECORD.
           05  SC-SCHED-ID         PIC X(08).
           05  SC-STATUS           PIC X(01).
               88  SC-ACTIVE       VALUE 'A'.
               88  SC-SUSPENDED    VALUE 'S'.
           05  SC-CONST-CODE       PIC X(05).
           05  SC-N                PIC 9(05).
           05  SC-PRIORITY         PIC 9(01).
           05  SC-REQUESTED-BY     PIC X(08).
           05  SC-FREQ             PIC X(01).
               88  SC-FREQ-DAILY   VALUE 'D'.
               88  SC-FREQ-WEEKLY  VALUE 'W'.
               88  SC-FREQ-MONTH-END VALUE 'M'.
               88  SC-FREQ-FIXED-DAY VALUE 'F'.
               88  SC-FREQ-VALID   VALUE 'D' 'W' 'M' 'F'.
           05  SC-FREQ-DAY         PIC 9(02).
      *         DUE DATE OF THE LAST OCCURRENCE GENERATED AND THE
      *         QUEUE ENTRY WRITTEN FOR IT - SPACES/ZERO UNTIL THE
      *         FIRST ONE.
           05  SC-LAST-GEN-DATE    PIC X(08).
           05  SC-LAST-REQUEST-ID  PIC 9(06).
           05  SC-CHG-DATE         PIC X(08).
           05  FILLER              PIC X(27).
