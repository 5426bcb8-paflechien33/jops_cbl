       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTINREQ.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL INBOUND REQUEST FEED. READS   *
      *                    THE PIPE-DELIMITED REQUEST FILE SENT   *
      *                    BY THE DISTRIBUTED ANALYTICS PLATFORM, *
      *                    PUTS EACH LINE THROUGH THE SAME CHECKS *
      *                    DGTMAINT'S ENTRY SCREEN APPLIES        *
      *                    (CONSTANT E, N 11-29999, PRIORITY,     *
      *                    EARLIEST DATE, AND THE REQUESTER       *
      *                    MASTER ENTITLEMENT AND DAILY QUOTA),   *
      *                    QUEUES EVERY LINE THAT PASSES UNDER    *
      *                    THE NEXT REQUEST ID WITH THE SENDER'S  *
      *                    CORRELATION REFERENCE ON THE ENTRY,    *
      *                    AND WRITES AN ACKNOWLEDGMENT FILE      *
      *                    GIVING EACH INBOUND LINE ITS REQUEST   *
      *                    ID OR A REJECT REASON CODE. TAKES THE  *
      *                    SHARED RUN LOCK LIKE DGTSCHED.          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL INREQ-FILE ASSIGN TO INREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INREQ-STATUS.
           SELECT INACK-FILE ASSIGN TO INACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACK-STATUS.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO REQQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS WS-RQ-STATUS.
           SELECT REQUESTER-FILE ASSIGN TO REQUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-REQUESTER-ID
               FILE STATUS IS WS-RU-STATUS.
           SELECT OPTIONAL IPARM-FILE ASSIGN TO INRQPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IPARM-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * INREQ-FILE - THE INBOUND REQUEST FILE, ONE REQUEST PER    *
      * LINE, SIX FIELDS SEPARATED BY '|' -                        *
      *   CORRELATION REF  1-16 CHARACTERS, THE SENDER'S OWN KEY   *
      *                    FOR THE REQUEST - REQUIRED, AND NOT    *
      *                    ALREADY ON THE QUEUE                    *
      *   CONSTANT         E                                       *
      *   N                1-5 DIGITS, 11 THROUGH 29999            *
      *   PRIORITY         1-9, BLANK OR 0 FOR THE DEFAULT OF 5   *
      *   EARLIEST DATE    YYYYMMDD, BLANK FOR CLAIMABLE AT ONCE  *
      *   REQUESTED-BY     REQUESTER MASTER ID                     *
      * E.G. 'AP-20261015-0001|E|5000|3||ANALYTX1'. AN ALL-BLANK  *
      * LINE IS PASSED OVER. AN ABSENT FILE IS AN EMPTY FEED.      *
      *-----------------------------------------------------------*
       FD  INREQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  IR-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * INACK-FILE - THE ACKNOWLEDGMENT RETURNED TO THE SENDER,   *
      * PIPE-DELIMITED AND FIXED-WIDTH -                           *
      *   HDR|DGTINREQ|RUN DATE|RUN TIME                           *
      *   ACK|LINE NO|CORRELATION REF|ACCEPT OR REJECT|REQUEST ID  *
      *       (000000 ON A REJECT)|REASON CODE (BLANK ON AN       *
      *       ACCEPT)|REASON TEXT                                  *
      *   TRL|LINES READ|ACCEPTED|REJECTED                         *
      * ONE ACK RECORD PER NON-BLANK INBOUND LINE, IN FILE ORDER. *
      * REASON CODES -                                             *
      *   R01 NOT SIX FIELDS        R08 EARLIEST DATE NOT YYYYMMDD *
      *   R02 FIELD TOO LONG        R09 REQUESTED-BY MISSING       *
      *   R03 CORRELATION REF       R10 REQUESTER NOT ON FILE      *
      *       MISSING               R11 REQUESTER REVOKED          *
      *   R04 DUPLICATE             R12 N ABOVE REQUESTER MAXIMUM  *
      *       CORRELATION REF       R13 DAILY QUOTA USED UP        *
      *   R05 CONSTANT NOT E        R14 QUEUE WRITE FAILED - SEND  *
      *   R06 N NOT 11-29999            THE LINE AGAIN              *
      *   R07 PRIORITY NOT 1-9                                     *
      *-----------------------------------------------------------*
       FD  INACK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  IA-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE SAME KSDS DGTMAINT WRITES AND    *
      * DIGITOFE DRAINS (SEE DGTMREQ). OPENED I-O - READ ONCE FOR *
      * THE HIGHEST REQUEST ID AND THE CORRELATION REFERENCES     *
      * ALREADY QUEUED, THEN WRITTEN TO.                           *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * REQUESTER-FILE - THE REQUESTER MASTER (SEE DGTMUSR).      *
      * OPENED I-O - EACH ACCEPTED REQUEST COUNTS AGAINST ITS     *
      * REQUESTER'S DAILY QUOTA EXACTLY AS ONE KEYED AT THE       *
      * TERMINAL DOES.                                             *
      *-----------------------------------------------------------*
       FD  REQUESTER-FILE.
           COPY DGTMUSR.
      *-----------------------------------------------------------*
      * IPARM-FILE - ONE OPTIONAL CONTROL CARD. IP-LOCK-OVERRIDE  *
      * 'Y' TAKES OVER A STALE RUN LOCK AS ON THE PURGPARM CARD.   *
      *-----------------------------------------------------------*
       FD  IPARM-FILE
           RECORDING MODE IS F.
       01  IPARM-RECORD.
           05  IP-LOCK-OVERRIDE    PIC X(01).
           05  FILLER              PIC X(79).
      *-----------------------------------------------------------*
      * RUNLOCK-FILE - THE ONE-RECORD RUN LOCK SHARED WITH        *
      * DIGITOFE, DGTQPURG, DGTHKEEP AND DGTSCHED (SEE DGTLCK).    *
      *-----------------------------------------------------------*
       FD  RUNLOCK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTLCK.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-INREQ-STATUS         PIC X(02) VALUE '00'.
           88  WS-INREQ-OK         VALUE '00'.
       77  WS-INACK-STATUS         PIC X(02) VALUE '00'.
           88  WS-INACK-OK         VALUE '00'.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-RU-STATUS            PIC X(02) VALUE '00'.
           88  WS-RU-OK            VALUE '00'.
       77  WS-IPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-IPARM-OK         VALUE '00'.
       77  WS-RUNLOCK-STATUS       PIC X(02) VALUE '00'.
      *         '05' IS THE OPTIONAL-FILE-ABSENT OPEN - SEE DGTQPURG.
           88  WS-RUNLOCK-OK       VALUE '00' '05'.
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD        VALUE 'Y'.
       77  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88  WS-LOCK-OVERRIDE    VALUE 'Y'.
       77  WS-JOBNAME              PIC X(08) VALUE 'DGTINREQ'.
       77  WS-RQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-RQ-EOF           VALUE 'Y'.
       77  WS-IN-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-IN-EOF           VALUE 'Y'.
       77  WS-FOUND-SW             PIC X(01).
           88  WS-REF-FOUND        VALUE 'Y'.
       77  WS-WRITTEN-SW           PIC X(01).
           88  WS-ENTRY-WRITTEN    VALUE 'Y'.
       77  WS-REF-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-REF-TABLE-FULL   VALUE 'Y'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       77  WS-NEXT-REQUEST-ID      PIC 9(06) VALUE ZERO.
       77  WS-WRITE-TRIES          PIC 9(02) BINARY.
       77  WS-LINE-CNT             PIC 9(06) VALUE ZERO.
       77  WS-ACCEPT-CNT           PIC 9(06) VALUE ZERO.
       77  WS-REJECT-CNT           PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------*
      * ONE INBOUND LINE BROKEN INTO ITS FIELDS. EACH RECEIVING   *
      * FIELD IS WIDER THAN THE VALUE IT MAY HOLD SO AN OVERLONG  *
      * VALUE SHOWS UP AS NON-BLANK SPILL RATHER THAN BEING       *
      * QUIETLY TRUNCATED; THE LAST ONE TAKES THE REST OF THE     *
      * LINE, TRAILING BLANKS AND ALL.                             *
      *-----------------------------------------------------------*
       01  WS-IN-FIELDS.
           05  WI-REF              PIC X(30).
           05  WI-CONST            PIC X(30).
           05  WI-N                PIC X(30).
           05  WI-PRTY             PIC X(30).
           05  WI-EARLIEST         PIC X(30).
           05  WI-BY               PIC X(80).
       77  WI-REF-LEN              PIC 9(04) BINARY.
       77  WI-CONST-LEN            PIC 9(04) BINARY.
       77  WI-N-LEN                PIC 9(04) BINARY.
       77  WI-PRTY-LEN             PIC 9(04) BINARY.
       77  WI-EARLIEST-LEN         PIC 9(04) BINARY.
       77  WI-FIELD-CNT            PIC 9(04) BINARY.
       77  WI-DIGIT-CNT            PIC 9(04) BINARY.
       77  WI-OVERFLOW-SW          PIC X(01).
           88  WI-OVERFLOW         VALUE 'Y'.
       77  WI-N-NUM                PIC 9(05).
       77  WI-PRIORITY             PIC 9(01).
      *         RESULT OF THE CHECKS ON THE CURRENT LINE - A BLANK
      *         REASON CODE MEANS IT PASSED.
       77  WS-REASON-CODE          PIC X(03).
       77  WS-REASON-TEXT          PIC X(30).
      *         DAYS IN EACH MONTH - FEBRUARY TAKES A 29TH IN A
      *         LEAP YEAR (SEE 3210-CHECK-REAL-DATE).
       01  WS-MONTH-DAYS-VALUES    PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
       01  WS-CHK-DATE             PIC X(08).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY         PIC 9(04).
           05  WS-CHK-MM           PIC 9(02).
           05  WS-CHK-DD           PIC 9(02).
       77  WS-CHK-MAX-DD           PIC 9(02).
       77  WS-CHK-QUOT             PIC 9(04).
       77  WS-CHK-REM-4            PIC 9(03).
       77  WS-CHK-REM-100          PIC 9(03).
       77  WS-CHK-REM-400          PIC 9(03).
       77  WS-DATE-OK-SW           PIC X(01).
           88  WS-DATE-OK          VALUE 'Y'.
      *-----------------------------------------------------------*
      * CORRELATION REFERENCES ALREADY ON THE QUEUE, WHATEVER     *
      * THE ENTRY'S STATUS, AND THOSE ACCEPTED BY THIS RUN - A    *
      * FILE SENT TWICE MUST NOT QUEUE THE SAME WORK TWICE.        *
      *-----------------------------------------------------------*
       01  WS-REF-TABLE.
           03  WS-REF-CNT          PIC 9(04) BINARY VALUE ZERO.
           03  WS-REF-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-REF-IDX.
               05  WS-REF-VALUE    PIC X(16).
       01  WS-ACK-LINE             PIC X(80).
       77  WS-ACK-SEQ              PIC 9(06).
       77  WS-ACK-REQ              PIC 9(06).
       77  WS-ACK-RESULT           PIC X(06).
       77  WS-ACK-REF              PIC X(16).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-QUEUE-KEYS THRU 2000-EXIT
           PERFORM 3000-PROCESS-INBOUND THRU 3000-EXIT
               UNTIL WS-IN-EOF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE CONTROL CARD, TAKE THE RUN  *
      * LOCK, OPEN THE FILES AND START THE ACKNOWLEDGMENT.         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           OPEN INPUT IPARM-FILE
           IF WS-IPARM-OK
               READ IPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-LOCK-OVERRIDE = 'Y'
                           SET WS-LOCK-OVERRIDE TO TRUE
                       END-IF
               END-READ
               CLOSE IPARM-FILE
           END-IF
           PERFORM 1100-ACQUIRE-RUN-LOCK THRU 1100-EXIT
           OPEN I-O REQUEST-QUEUE-FILE
           IF NOT WS-RQ-OK
               DISPLAY 'DGTINREQ-E1 UNABLE TO OPEN REQQUEUE - '
                   'STATUS ' WS-RQ-STATUS
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *     UNLIKE DGTSCHED THE MASTER IS REQUIRED - A FEED REQUEST
      *     HAS NOT BEEN THROUGH ANY ENTITLEMENT CHECK YET.
           OPEN I-O REQUESTER-FILE
           IF NOT WS-RU-OK
               DISPLAY 'DGTINREQ-E2 UNABLE TO OPEN REQUSER - '
                   'STATUS ' WS-RU-STATUS ' - NOTHING QUEUED'
               CLOSE REQUEST-QUEUE-FILE
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INREQ-FILE
           IF NOT WS-INREQ-OK
               SET WS-IN-EOF TO TRUE
           END-IF
           OPEN OUTPUT INACK-FILE
           IF NOT WS-INACK-OK
               DISPLAY 'DGTINREQ-E3 UNABLE TO OPEN INACK - '
                   'STATUS ' WS-INACK-STATUS ' - NOTHING QUEUED'
               CLOSE REQUEST-QUEUE-FILE
               CLOSE REQUESTER-FILE
               IF WS-INREQ-OK
                   CLOSE INREQ-FILE
               END-IF
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ACK-LINE
           STRING 'HDR|' WS-JOBNAME '|' WS-RUN-DATE '|' WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-ACK-LINE
           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-ACQUIRE-RUN-LOCK - SERIALIZE AGAINST A LIVE DIGITOFE *
      * (OR HOUSEKEEPING) EXECUTION BEFORE ANY QUEUE ENTRY IS     *
      * WRITTEN. A HELD LOCK ENDS THIS RUN CLEANLY WITH RC=8,     *
      * NOTHING QUEUED AND NO ACKNOWLEDGMENT - THE FEED IS SIMPLY *
      * RERUN. THE INRQPARM OVERRIDE FLAG TAKES A STALE LOCK OVER *
      * AFTER AN ABEND.                                            *
      *-----------------------------------------------------------*
       1100-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF WS-RUNLOCK-OK
               READ RUNLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-LOCK-ACTIVE
                           PERFORM 1110-LOCK-IS-HELD THRU 1110-EXIT
                       END-IF
               END-READ
               CLOSE RUNLOCK-FILE
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           MOVE SPACES TO RL-RECORD
           SET RL-LOCK-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-RUN-TIME TO RL-TIME
           MOVE WS-JOBNAME TO RL-JOB
           WRITE RL-RECORD
           CLOSE RUNLOCK-FILE
           SET WS-LOCK-HELD TO TRUE
           .
       1100-EXIT.
           EXIT.

       1110-LOCK-IS-HELD.
           IF WS-LOCK-OVERRIDE
               DISPLAY 'DGTINREQ-I1 STALE RUN LOCK HELD BY '
                   RL-JOB ' SINCE ' RL-DATE ' ' RL-TIME
                   ' OVERRIDDEN BY PARM REQUEST'
               GO TO 1110-EXIT
           END-IF
           DISPLAY 'DGTINREQ-B1 RUN LOCK HELD BY ' RL-JOB
               ' SINCE ' RL-DATE ' ' RL-TIME ' - INBOUND REQUESTS '
               'NOT PROCESSED'
           CLOSE RUNLOCK-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-QUEUE-KEYS - WALK THE QUEUE ONCE, NOTING THE    *
      * HIGHEST REQUEST ID (NEW ENTRIES ARE NUMBERED FROM THE ONE *
      * AFTER IT, AS DGTMAINT 2200 DOES) AND EVERY CORRELATION    *
      * REFERENCE ALREADY ON FILE.                                 *
      *-----------------------------------------------------------*
       2000-LOAD-QUEUE-KEYS.
           MOVE ZERO TO RQ-REQUEST-ID
           START REQUEST-QUEUE-FILE KEY IS NOT LESS THAN
                   RQ-REQUEST-ID
               INVALID KEY
                   SET WS-RQ-EOF TO TRUE
           END-START
           PERFORM 2100-NOTE-QUEUE-ENTRY THRU 2100-EXIT
               UNTIL WS-RQ-EOF
           ADD 1 TO WS-NEXT-REQUEST-ID
           .
       2000-EXIT.
           EXIT.

       2100-NOTE-QUEUE-ENTRY.
           READ REQUEST-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-RQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF RQ-REQUEST-ID > WS-NEXT-REQUEST-ID
               MOVE RQ-REQUEST-ID TO WS-NEXT-REQUEST-ID
           END-IF
           IF RQ-CORR-REF NOT = SPACES
               AND RQ-CORR-REF NOT = LOW-VALUES
               PERFORM 2200-ADD-REF THRU 2200-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ADD-REF - REMEMBER RQ-CORR-REF. A FULL TABLE IS      *
      * WARNED ONCE - A REFERENCE NOT REMEMBERED CAN NO LONGER BE *
      * CAUGHT AS A DUPLICATE.                                     *
      *-----------------------------------------------------------*
       2200-ADD-REF.
           IF WS-REF-CNT < 5000
               ADD 1 TO WS-REF-CNT
               SET WS-REF-IDX TO WS-REF-CNT
               MOVE RQ-CORR-REF TO WS-REF-VALUE(WS-REF-IDX)
           ELSE
               IF NOT WS-REF-TABLE-FULL
                   DISPLAY 'DGTINREQ-W1 MORE THAN 5000 CORRELATION '
                       'REFERENCES - LATER ONES NOT CHECKED FOR '
                       'DUPLICATES'
                   SET WS-REF-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROCESS-INBOUND - READ THE NEXT INBOUND LINE, CHECK  *
      * IT, QUEUE IT IF IT PASSED, AND ACKNOWLEDGE IT EITHER WAY. *
      *-----------------------------------------------------------*
       3000-PROCESS-INBOUND.
           READ INREQ-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF IR-LINE = SPACES
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-LINE-CNT
           PERFORM 3100-SPLIT-LINE THRU 3100-EXIT
           PERFORM 3200-CHECK-REQUEST THRU 3200-EXIT
           IF WS-REASON-CODE = SPACES
               PERFORM 3400-CHECK-REQUESTER THRU 3400-EXIT
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 3600-QUEUE-REQUEST THRU 3600-EXIT
           END-IF
           IF WS-REASON-CODE = SPACES
               ADD 1 TO WS-ACCEPT-CNT
               MOVE 'ACCEPT' TO WS-ACK-RESULT
               MOVE RQ-REQUEST-ID TO WS-ACK-REQ
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECT' TO WS-ACK-RESULT
               MOVE ZERO TO WS-ACK-REQ
           END-IF
           MOVE WS-LINE-CNT TO WS-ACK-SEQ
           MOVE WI-REF TO WS-ACK-REF
           MOVE SPACES TO WS-ACK-LINE
           STRING 'ACK|' WS-ACK-SEQ '|' WS-ACK-REF '|' WS-ACK-RESULT
               '|' WS-ACK-REQ '|' WS-REASON-CODE '|' WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-ACK-LINE
           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SPLIT-LINE - BREAK THE LINE INTO ITS SIX FIELDS.     *
      *-----------------------------------------------------------*
       3100-SPLIT-LINE.
           MOVE SPACES TO WS-IN-FIELDS
           MOVE ZERO TO WI-REF-LEN WI-CONST-LEN WI-N-LEN
               WI-PRTY-LEN WI-EARLIEST-LEN WI-FIELD-CNT
           MOVE 'N' TO WI-OVERFLOW-SW
           UNSTRING IR-LINE DELIMITED BY '|'
               INTO WI-REF COUNT IN WI-REF-LEN
                    WI-CONST COUNT IN WI-CONST-LEN
                    WI-N COUNT IN WI-N-LEN
                    WI-PRTY COUNT IN WI-PRTY-LEN
                    WI-EARLIEST COUNT IN WI-EARLIEST-LEN
                    WI-BY
               TALLYING IN WI-FIELD-CNT
               ON OVERFLOW
                   SET WI-OVERFLOW TO TRUE
           END-UNSTRING
           .
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-REQUEST - THE LINE'S SHAPE, THEN THE SAME      *
      * RULES DGTMAINT 2100 APPLIES TO A KEYED REQUEST. THE FIRST *
      * FAILURE FOUND IS LEFT IN WS-REASON-CODE/-TEXT.             *
      *-----------------------------------------------------------*
       3200-CHECK-REQUEST.
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT
           IF WI-OVERFLOW OR WI-FIELD-CNT NOT = 6
               MOVE 'R01' TO WS-REASON-CODE
               MOVE 'NOT SIX FIELDS' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WI-REF-LEN > 30 OR WI-REF(17:14) NOT = SPACES
               OR WI-CONST-LEN > 30 OR WI-CONST(6:25) NOT = SPACES
               OR WI-N-LEN > 30 OR WI-N(6:25) NOT = SPACES
               OR WI-PRTY-LEN > 30 OR WI-PRTY(2:29) NOT = SPACES
               OR WI-EARLIEST-LEN > 30
               OR WI-EARLIEST(9:22) NOT = SPACES
               OR WI-BY(9:72) NOT = SPACES
               MOVE 'R02' TO WS-REASON-CODE
               MOVE 'FIELD TOO LONG' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WI-REF = SPACES
               MOVE 'R03' TO WS-REASON-CODE
               MOVE 'CORRELATION REF MISSING' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3300-FIND-REF THRU 3300-EXIT
           IF WS-REF-FOUND
               MOVE 'R04' TO WS-REASON-CODE
               MOVE 'DUPLICATE CORRELATION REF' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
      *     ONLY E - DIGITOFE'S SPIGOT REDUCTION ABORTS A PI/SQ2
      *     REQUEST (SEE DGTMAINT 2100).
           IF WI-CONST(1:5) NOT = 'E    '
               MOVE 'R05' TO WS-REASON-CODE
               MOVE 'CONSTANT MUST BE E' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
      *     THE DIGITS ARRIVE LEFT-JUSTIFIED - COUNT THEM AND TAKE
      *     JUST THAT MANY, WITH NOTHING BUT BLANKS AFTER.
           MOVE ZERO TO WI-DIGIT-CNT
           INSPECT WI-N(1:5) TALLYING WI-DIGIT-CNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WI-DIGIT-CNT = ZERO
               OR WI-N(1:WI-DIGIT-CNT) IS NOT NUMERIC
               OR WI-N(WI-DIGIT-CNT + 1:6 - WI-DIGIT-CNT) NOT = SPACES
               MOVE 'R06' TO WS-REASON-CODE
               MOVE 'N MUST BE 11 THROUGH 29999' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
           MOVE WI-N(1:WI-DIGIT-CNT) TO WI-N-NUM
           IF WI-N-NUM < 11 OR WI-N-NUM > 29999
               MOVE 'R06' TO WS-REASON-CODE
               MOVE 'N MUST BE 11 THROUGH 29999' TO WS-REASON-TEXT
               GO TO 3200-EXIT
           END-IF
      *     BLANK OR ZERO TAKES THE MIDDLE DEFAULT AS AT THE
      *     TERMINAL; ANYTHING ELSE NOT A DIGIT IS SENT BACK RATHER
      *     THAN QUIETLY DEFAULTED.
           IF WI-PRTY(1:1) = SPACE OR WI-PRTY(1:1) = '0'
               MOVE 5 TO WI-PRIORITY
           ELSE
               IF WI-PRTY(1:1) IS NOT NUMERIC
                   MOVE 'R07' TO WS-REASON-CODE
                   MOVE 'PRIORITY MUST BE 1-9 OR BLANK'
                       TO WS-REASON-TEXT
                   GO TO 3200-EXIT
               END-IF
               MOVE WI-PRTY(1:1) TO WI-PRIORITY
           END-IF
           IF WI-EARLIEST(1:8) NOT = SPACES
               MOVE WI-EARLIEST(1:8) TO WS-CHK-DATE
               PERFORM 3210-CHECK-REAL-DATE THRU 3210-EXIT
               IF NOT WS-DATE-OK
                   MOVE 'R08' TO WS-REASON-CODE
                   MOVE 'EARLIEST DATE NOT YYYYMMDD'
                       TO WS-REASON-TEXT
                   GO TO 3200-EXIT
               END-IF
           END-IF
           .
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3210-CHECK-REAL-DATE - SETS WS-DATE-OK WHEN WS-CHK-DATE    *
      * IS A DAY THAT EXISTS - NUMERIC YYYYMMDD FROM 1601 ON,     *
      * MONTH 01-12, DAY NOT PAST THE MONTH'S END, AND 29         *
      * FEBRUARY ONLY IN A LEAP YEAR.                              *
      *-----------------------------------------------------------*
       3210-CHECK-REAL-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC
               GO TO 3210-EXIT
           END-IF
           IF WS-CHK-DATE < '16010101'
               OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1
               GO TO 3210-EXIT
           END-IF
           MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-CHK-MAX-DD
           IF WS-CHK-MM = 2
               DIVIDE WS-CHK-YYYY BY 4 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-4
               DIVIDE WS-CHK-YYYY BY 100 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-100
               DIVIDE WS-CHK-YYYY BY 400 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-400
               IF WS-CHK-REM-4 = ZERO
                   AND (WS-CHK-REM-100 NOT = ZERO
                        OR WS-CHK-REM-400 = ZERO)
                   MOVE 29 TO WS-CHK-MAX-DD
               END-IF
           END-IF
           IF WS-CHK-DD > WS-CHK-MAX-DD
               GO TO 3210-EXIT
           END-IF
           SET WS-DATE-OK TO TRUE
           .
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-FIND-REF - SET WS-REF-FOUND WHEN THE LINE'S          *
      * CORRELATION REFERENCE IS ALREADY KNOWN.                    *
      *-----------------------------------------------------------*
       3300-FIND-REF.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3310-MATCH-REF THRU 3310-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CNT OR WS-REF-FOUND
           .
       3300-EXIT.
           EXIT.

       3310-MATCH-REF.
           IF WS-REF-VALUE(WS-REF-IDX) = WI-REF(1:16)
               SET WS-REF-FOUND TO TRUE
           END-IF
           .
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CHECK-REQUESTER - THE DGTMAINT 2150 CHECKS - THE     *
      * REQUESTER MUST BE ON THE MASTER AND ACTIVE, THE N NOT     *
      * ABOVE ITS MAXIMUM, AND TODAY'S QUOTA NOT USED UP (A ZERO  *
      * QUOTA MEANS NO DAILY LIMIT). RU-RECORD IS LEFT HOLDING    *
      * THE REQUESTER FOR 3700.                                    *
      *-----------------------------------------------------------*
       3400-CHECK-REQUESTER.
           IF WI-BY(1:8) = SPACES
               MOVE 'R09' TO WS-REASON-CODE
               MOVE 'REQUESTED-BY ID MISSING' TO WS-REASON-TEXT
               GO TO 3400-EXIT
           END-IF
           MOVE WI-BY(1:8) TO RU-REQUESTER-ID
           READ REQUESTER-FILE
               INVALID KEY
                   MOVE 'R10' TO WS-REASON-CODE
                   MOVE 'REQUESTER NOT ON FILE' TO WS-REASON-TEXT
                   GO TO 3400-EXIT
           END-READ
           IF NOT RU-ACTIVE
               MOVE 'R11' TO WS-REASON-CODE
               MOVE 'REQUESTER IS REVOKED' TO WS-REASON-TEXT
               GO TO 3400-EXIT
           END-IF
           IF WI-N-NUM > RU-MAX-N
               MOVE 'R12' TO WS-REASON-CODE
               MOVE SPACES TO WS-REASON-TEXT
               STRING 'N ABOVE REQUESTER MAX OF ' RU-MAX-N
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               GO TO 3400-EXIT
           END-IF
           IF RU-DAILY-QUOTA > ZERO
               AND RU-QUOTA-DATE = WS-RUN-DATE
               AND RU-QUOTA-USED NOT < RU-DAILY-QUOTA
               MOVE 'R13' TO WS-REASON-CODE
               MOVE 'DAILY REQUEST QUOTA USED UP' TO WS-REASON-TEXT
               GO TO 3400-EXIT
           END-IF
           .
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-QUEUE-REQUEST - BUILD A QUEUED ENTRY THE WAY         *
      * DGTMAINT 2200 DOES, CARRYING THE CORRELATION REFERENCE,   *
      * AND WRITE IT UNDER THE NEXT REQUEST ID. AN ID TAKEN       *
      * MEANWHILE AT THE TERMINAL COMES BACK AS A DUPLICATE KEY - *
      * STEP PAST IT AND TRY AGAIN, UP TO TEN TIMES.               *
      *-----------------------------------------------------------*
       3600-QUEUE-REQUEST.
           MOVE SPACES TO RQ-RECORD
           SET RQ-QUEUED TO TRUE
           MOVE WI-N-NUM TO RQ-N
           MOVE WI-CONST(1:5) TO RQ-CONST-CODE
           MOVE WI-BY(1:8) TO RQ-REQUESTED-BY
           MOVE WS-RUN-DATE TO RQ-REQ-DATE
           MOVE WS-RUN-TIME TO RQ-REQ-TIME
           MOVE ZERO TO RQ-DIGIT-CNT
           MOVE WI-PRIORITY TO RQ-PRIORITY
           MOVE WI-EARLIEST(1:8) TO RQ-EARLIEST-DATE
           MOVE WI-REF(1:16) TO RQ-CORR-REF
           MOVE 'N' TO WS-WRITTEN-SW
           MOVE ZERO TO WS-WRITE-TRIES
           PERFORM 3610-WRITE-ENTRY THRU 3610-EXIT
               UNTIL WS-ENTRY-WRITTEN OR WS-WRITE-TRIES = 10
           IF NOT WS-ENTRY-WRITTEN
               MOVE 'R14' TO WS-REASON-CODE
               MOVE SPACES TO WS-REASON-TEXT
               STRING 'QUEUE WRITE FAILED ' WS-RQ-STATUS
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               DISPLAY 'DGTINREQ-E4 UNABLE TO QUEUE INBOUND LINE '
                   WS-LINE-CNT ' - STATUS ' WS-RQ-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           PERFORM 2200-ADD-REF THRU 2200-EXIT
           PERFORM 3700-COUNT-AGAINST-QUOTA THRU 3700-EXIT
           .
       3600-EXIT.
           EXIT.

       3610-WRITE-ENTRY.
           ADD 1 TO WS-WRITE-TRIES
           MOVE WS-NEXT-REQUEST-ID TO RQ-REQUEST-ID
           ADD 1 TO WS-NEXT-REQUEST-ID
           WRITE RQ-RECORD
               INVALID KEY
                   GO TO 3610-EXIT
           END-WRITE
           SET WS-ENTRY-WRITTEN TO TRUE
           .
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-COUNT-AGAINST-QUOTA - ADD THE REQUEST JUST QUEUED TO *
      * THE REQUESTER'S COUNT FOR TODAY, AS DGTMAINT 2250 DOES,   *
      * STARTING THE COUNT AGAIN WHEN THE LAST ONE BELONGS TO AN  *
      * EARLIER DAY. THE MASTER IS READ AGAIN IN CASE THE         *
      * TERMINAL TICKED IT SINCE 3400. THE ENTRY IS ALREADY ON    *
      * THE QUEUE, SO A FAILED UPDATE ONLY LOSES ONE TICK.         *
      *-----------------------------------------------------------*
       3700-COUNT-AGAINST-QUOTA.
           MOVE RQ-REQUESTED-BY TO RU-REQUESTER-ID
           READ REQUESTER-FILE
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ
           IF RU-QUOTA-DATE NOT = RQ-REQ-DATE
               OR RU-QUOTA-USED IS NOT NUMERIC
               MOVE RQ-REQ-DATE TO RU-QUOTA-DATE
               MOVE ZERO TO RU-QUOTA-USED
           END-IF
           IF RU-QUOTA-USED < 999
               ADD 1 TO RU-QUOTA-USED
           END-IF
           REWRITE RU-RECORD
               INVALID KEY
                   DISPLAY 'DGTINREQ-W2 UNABLE TO POST QUOTA FOR '
                       RU-REQUESTER-ID ' - STATUS ' WS-RU-STATUS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-REWRITE
           .
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TERMINATE - WRITE THE ACKNOWLEDGMENT TRAILER, CLOSE  *
      * EVERYTHING AND RELEASE THE RUN LOCK. ANY REJECTED LINE    *
      * ENDS THE STEP WITH A WARNING RETURN CODE.                  *
      *-----------------------------------------------------------*
       4000-TERMINATE.
           MOVE SPACES TO WS-ACK-LINE
           STRING 'TRL|' WS-LINE-CNT '|' WS-ACCEPT-CNT '|'
               WS-REJECT-CNT
               DELIMITED BY SIZE INTO WS-ACK-LINE
           PERFORM 5000-WRITE-ACK-LINE THRU 5000-EXIT
           IF WS-INREQ-OK
               CLOSE INREQ-FILE
           END-IF
           CLOSE INACK-FILE
           CLOSE REQUEST-QUEUE-FILE
           CLOSE REQUESTER-FILE
           PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
           IF WS-REJECT-CNT > ZERO
               DISPLAY 'DGTINREQ-W3 ' WS-REJECT-CNT ' INBOUND '
                   'LINE(S) REJECTED - SEE INACK'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTINREQ COMPLETE - ' WS-LINE-CNT
               ' LINE(S) READ, ' WS-ACCEPT-CNT ' QUEUED, '
               WS-REJECT-CNT ' REJECTED'
           .
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-RELEASE-RUN-LOCK - POST THE LOCK RECORD ENDED ON THE *
      * WAY OUT. AN ABEND NEVER REACHES THIS - THE RECORD STAYS   *
      * ACTIVE AND THE NEXT EXECUTION NEEDS THE OVERRIDE FLAG.     *
      *-----------------------------------------------------------*
       4100-RELEASE-RUN-LOCK.
           IF NOT WS-LOCK-HELD
               GO TO 4100-EXIT
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           MOVE SPACES TO RL-RECORD
           SET RL-LOCK-ENDED TO TRUE
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-RUN-TIME TO RL-TIME
           MOVE WS-JOBNAME TO RL-JOB
           WRITE RL-RECORD
           CLOSE RUNLOCK-FILE
           MOVE 'N' TO WS-LOCK-HELD-SW
           .
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-ACK-LINE - WRITE ONE PREFORMATTED RECORD TO    *
      * THE ACKNOWLEDGMENT FILE.                                   *
      *-----------------------------------------------------------*
       5000-WRITE-ACK-LINE.
           MOVE WS-ACK-LINE TO IA-LINE
           WRITE IA-LINE
           .
       5000-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTINREQ.
