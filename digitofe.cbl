      *                    RE-CUT PARM CARDS AT PROMOTION). DGTQPURG    *
      *                    AND DGTHKEEP HONOR AND TAKE THE SAME         *
      *                    LOCK.                                        *
      *   10/15/2026  JOB  REQUESTER ENTITLEMENT CHECK AT CLAIM - *
      *                    THE QUEUE SCAN (1211-TEST-NEXT-QUEUE-  *
      *                    ENTRY) NOW LOOKS UP EACH QUEUED        *
      *                    ENTRY'S REQUESTER ON THE OPTIONAL      *
      *                    REQUESTER MASTER (REQUSER DD - SEE     *
      *                    DGTMUSR) AND POSTS AN ENTRY WHOSE      *
      *                    REQUESTER HAS BEEN REVOKED SINCE IT    *
      *                    WAS QUEUED FAILED ON THE SPOT (W11),   *
      *                    WITH A RESULTS RECORD, INSTEAD OF      *
      *                    RUNNING IT. A REQUESTER NOT ON FILE IS *
      *                    LEFT TO RUN - DGTMAINT REJECTS UNKNOWN *
      *                    IDS AT ENTRY, AND ENTRIES QUEUED       *
      *                    BEFORE THE MASTER EXISTED MUST STILL   *
      *                    DRAIN. WITHOUT THE DD THE CHECK IS     *
      *                    SKIPPED.                               *
      *   10/15/2026  JOB  RESULTS RECORD NOW CARRIES RR-SOURCE   *
      *                    ('R' REPOSITORY COPY, 'C' COMPUTED -   *
      *                    SEE DGTMRES) SO THE MONTHLY CHARGEBACK *
      *                    (DGTCHRG) CAN BILL A COPIED REQUEST AT *
      *                    THE LOWER RATE.                        *
      *   10/15/2026  JOB  1212-CLAIM-BEST-ENTRY NOW STAMPS THE   *
      *                    CLAIM DATE AND TIME ON THE QUEUE ENTRY *
      *                    (RQ-CLAIM-DATE/TIME - SEE DGTMREQ) SO  *
      *                    DGTSLA CAN SPLIT TURNAROUND INTO QUEUE *
      *                    WAIT AND RUN TIME. THE 1080 WINDOW     *
      *                    GATE CLEARS THEM AGAIN WHEN IT PUTS A  *
      *                    CLAIMED ENTRY BACK TO QUEUED.          *
      *   10/15/2026  JOB  REQUESTER NOTIFICATIONS - EVERY QUEUE  *
      *                    ENTRY THIS PROGRAM CLOSES OUT (7300    *
      *                    COMPLETE/FAILED/CANCELLED, 7310 FAILED *
      *                    - INCLUDING THE 1213 REVOKED-REQUESTER *
      *                    FAILS) AND A CLAIMED ENTRY THE 1080    *
      *                    WINDOW GATE PUTS BACK TO QUEUED NOW    *
      *                    ALSO GETS A RECORD ON THE NEW NOTIFY   *
      *                    DATASET (SEE DGTNTFY) FOR THE MAIL     *
      *                    GATEWAY - 7600-WRITE-NOTIFICATION. A   *
      *                    NOTIFICATION THAT CANNOT BE WRITTEN IS *
      *                    WARNED (W12) AND THE RUN CARRIES ON.   *
      *   10/15/2026  JOB  3710-UPDATE-REPO-CONTROL NOW READS THE *
      *                    BLOCK-ZERO CONTROL RECORD BEFORE       *
      *                    REWRITING IT INSTEAD OF REBUILDING IT  *
      *                    FROM SPACES, SO THE DGTCERT CERTIFIED- *
      *                    THROUGH MARK AND DATE ON IT SURVIVE A  *
      *                    HIGH-WATER ADVANCE.                    *
      *   10/15/2026  JOB  3000-COMPUTE-DIGITS NOW PRODUCES UP TO *
      *                    TEN DIGITS PER OUTER PASS (3400-MULTI- *
      *                    DIGIT-PASS), REDUCING THE ARRAY IN     *
      *                    RADIX 10**K AND TAKING THE FEW TOP     *
      *                    ELEMENTS THE ONE-DIGIT LOOP WOULD HAVE *
      *                    SHED PART-WAY THROUGH ONE DIGIT AT A   *
      *                    TIME, SO THE DIGITS AND THE ARRAY/X    *
      *                    STATE AT EVERY CHECKPOINT ARE EXACTLY  *
      *                    WHAT THE ONE-DIGIT LOOP PRODUCES.      *
      *                    PASSES END ON THE 100-DIGIT CHECKPOINT *
      *                    BOUNDARY, SO CHECKPOINT, CANCEL,       *
      *                    MULTIREQ AND RECONCILIATION HANDLING   *
      *                    ARE UNCHANGED AND A CHECKPOINT TAKEN   *
      *                    IN EITHER MODE RESUMES IN THE OTHER.   *
      *                    PARM-SPIGOT-MODE 'S' KEEPS THE ONE-    *
      *                    DIGIT LOOP. THE MODE IS RECORDED ON    *
      *                    EVERY METRICS RECORD AND THE WINDOW-   *
      *                    GATE FIT USES ONLY HISTORY (AND THE    *
      *                    MATCHING ROLLUP RATIO RECORD) FROM THE *
      *                    SAME MODE.                             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT OPTIONAL REQUESTER-FILE ASSIGN TO REQUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-REQUESTER-ID
               FILE STATUS IS WS-RU-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *         'Y' TAKES OVER A STALE RUN LOCK LEFT ACTIVE BY AN
      *         ABENDED EXECUTION - SEE 1010-ACQUIRE-RUN-LOCK.
           05  PARM-LOCK-OVERRIDE  PIC X(01).
      *         'S' RUNS THE ONE-DIGIT-PER-PASS REDUCTION; ANYTHING
      *         ELSE RUNS THE MULTI-DIGIT PASS - SEE 3000.
           05  PARM-SPIGOT-MODE    PIC X(01).
           05  FILLER              PIC X(51).
      *-----------------------------------------------------------*
      * DIGITS-FILE - THE DIGIT STREAM AS A REAL FB 80 DATASET -  *
      * ONE HEADER RECORD (STAMPED WITH THE REQUEST ID), DETAIL   *
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTLCK.
      *-----------------------------------------------------------*
      * REQUESTER-FILE - OPTIONAL REQUESTER MASTER MAINTAINED ON  *
      * THE DGTMAINT REQUESTER SCREEN (SEE DGTMUSR), READ BY KEY  *
      * DURING THE QUEUE SCAN SO AN ENTRY WHOSE REQUESTER HAS     *
      * BEEN REVOKED SINCE IT WAS QUEUED IS NEVER CLAIMED - SEE   *
      * 1213-FAIL-REVOKED-ENTRY.                                   *
      *-----------------------------------------------------------*
       FD  REQUESTER-FILE.
           COPY DGTMUSR.
      *-----------------------------------------------------------*
      * NOTIFY-FILE - ONE RECORD PER QUEUE ENTRY CLOSED OUT (OR   *
      * DIVERTED BY THE WINDOW GATE) FOR THE MAIL GATEWAY TO TELL *
      * THE REQUESTER (SEE DGTNTFY). OPENED EXTEND FOR EACH       *
      * RECORD, THE SAME AS AUDIT-FILE, SO EVERY TERMINATION PATH *
      * LEAVES IT CLOSED AND NOTHING IS LOST BETWEEN PICKUPS.      *
      *-----------------------------------------------------------*
       FD  NOTIFY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTNTFY.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  SB                      PIC 9.
       01  WS-LOOP-START-N         PIC 9(5) BINARY.
       01  WS-SKIP-N               PIC 9(5) BINARY.
      *         MULTI-DIGIT PASS WORK FIELDS - SEE 3400. MD-K IS THE
      *         DIGITS THIS PASS, MD-L THE TOP ELEMENT OF THE PART
      *         OF THE ARRAY REDUCED IN RADIX 10**MD-K, MD-DIGITS
      *         THE PASS'S DIGITS RIGHT-JUSTIFIED WITH LEADING ZEROS.
       01  WS-MD-MAX-K             PIC 9(2) BINARY VALUE 10.
       01  WS-MD-K                 PIC 9(2) BINARY.
       01  WS-MD-J                 PIC 9(2) BINARY.
       01  WS-MD-POS               PIC 9(2) BINARY.
       01  WS-MD-N0                PIC 9(5) BINARY.
       01  WS-MD-L                 PIC 9(5) BINARY.
       01  WS-MD-TOP               PIC 9(5) BINARY.
       01  WS-MD-RADIX             PIC 9(18) BINARY.
       01  WS-MD-CARRY             PIC 9(18) BINARY.
       01  WS-MD-DIGITS            PIC 9(10).
       77  WS-SPIGOT-MODE          PIC X(01) VALUE 'M'.
           88  WS-SPIGOT-SINGLE    VALUE 'S'.
           88  WS-SPIGOT-MULTI     VALUE 'M'.
       77  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           88  WS-PARM-OK          VALUE '00'.
       77  WS-DIGITS-STATUS        PIC X(02) VALUE '00'.
       77  WS-SAVE-TAG-BUF-1        PIC X(50) VALUE SPACES.
       77  WS-SAVE-TAG-BUF-2        PIC X(50) VALUE SPACES.
       77  WS-SAVE-TAG-BUF-3        PIC X(50) VALUE SPACES.
       77  WS-RU-STATUS             PIC X(02) VALUE '00'.
           88  WS-RU-OK             VALUE '00'.
       77  WS-RU-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-RU-OPEN           VALUE 'Y'.
       77  WS-RU-REVOKED-SW         PIC X(01) VALUE 'N'.
           88  WS-RU-ENTRY-REVOKED  VALUE 'Y'.
       77  WS-RU-SAVE-CUR-ID        PIC 9(06).
       77  WS-NOTIFY-STATUS         PIC X(02) VALUE '00'.
      *         DIAGNOSTIC CODE FOR THE NOTIFICATION OF THE ENTRY
      *         BEING CLOSED - STAGED BY EACH 7310 CALLER, SET BY
      *         7300 AND THE 1080 PUT-BACK THEMSELVES.
       77  WS-NT-ERROR-CODE         PIC X(03) VALUE '00'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       IF PARM-LOCK-OVERRIDE = 'Y'
                           SET WS-LOCK-OVERRIDE TO TRUE
                       END-IF
                       IF PARM-SPIGOT-MODE = 'S'
                           SET WS-SPIGOT-SINGLE TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
               DISPLAY 'DIGITOFE-E2 RUN ABORTED - NO DIGITS OF PI '
                   'OR SQRT(2) HAVE BEEN PRODUCED'
               IF WS-RQ-ACTIVE
                   MOVE 'E2' TO WS-NT-ERROR-CODE
                   PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
                   CLOSE REQUEST-QUEUE-FILE
                   IF WS-RES-OPEN
               DISPLAY 'DIGITOFE-E5 RUN ABORTED - NO DIGITS HAVE '
                   'BEEN PRODUCED'
               IF WS-RQ-ACTIVE
                   MOVE 'E5' TO WS-NT-ERROR-CODE
                   PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
                   CLOSE REQUEST-QUEUE-FILE
                   IF WS-RES-OPEN
               DISPLAY 'DIGITOFE-E6 RUN ABORTED - NO DIGITS HAVE '
                   'BEEN PRODUCED'
               IF WS-RQ-ACTIVE
                   MOVE 'E6' TO WS-NT-ERROR-CODE
                   PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
                   CLOSE REQUEST-QUEUE-FILE
                   IF WS-RES-OPEN
      * SUPPLIED WINDOW ALLOWANCE WOULD BE EXCEEDED, THE RUN ENDS *
      * WITH RC=8, A FORECAST RECORD AND A W6 RUN-STATUS RECORD,  *
      * AND A CLAIMED QUEUE ENTRY IS PUT BACK TO QUEUED SO THE    *
      * WEEKEND CYCLE CAN PICK IT UP (ITS REQUESTER IS NOTIFIED   *
      * OF THE DIVERSION). THE GATE IS SKIPPED WHEN NO            *
      * ALLOWANCE IS SUPPLIED, ON A RESTART (MOST OF THE WORK IS  *
      * ALREADY DONE), OR WHEN THERE IS NO USABLE HISTORY TO FIT. *
      *-----------------------------------------------------------*
      *         TO QUEUED (NOT FAILED) SO THE WEEKEND CYCLE CAN
      *         CLAIM IT AGAIN.
               SET RQ-QUEUED TO TRUE
               MOVE SPACES TO RQ-CLAIM-DATE RQ-CLAIM-TIME
               REWRITE RQ-RECORD
               MOVE 'W6' TO WS-NT-ERROR-CODE
               PERFORM 7600-WRITE-NOTIFICATION THRU 7600-EXIT
               CLOSE REQUEST-QUEUE-FILE
           END-IF
           IF WS-DRP-OPEN
      *-----------------------------------------------------------*
      * 1081-FIT-METRICS-RECORD - FOLD ONE METRICS HISTORY RECORD *
      * INTO THE ELAPSED-PER-N-SQUARED AVERAGE. RECORDS WITH A    *
      * ZERO OR NON-NUMERIC N OR ELAPSED FIELD ARE SKIPPED, AND   *
      * SO ARE RECORDS WRITTEN UNDER THE OTHER SPIGOT MODE - THE  *
      * MULTI-DIGIT PASS RUNS AT A DIFFERENT RATE, SO MIXING THE  *
      * TWO WOULD MISFORECAST BOTH.                                *
      *-----------------------------------------------------------*
       1081-FIT-METRICS-RECORD.
           READ METRICS-FILE
               NOT AT END
                   IF MET-N IS NUMERIC AND MET-N > ZERO
                       AND MET-ELAPSED-SEC IS NUMERIC
                       AND ((WS-SPIGOT-MULTI AND MET-MODE-MULTI)
                         OR (WS-SPIGOT-SINGLE AND MET-MODE-SINGLE))
                       COMPUTE WS-PF-RATIO =
                           ( MET-ELAPSED-SEC * 1000000000 )
                               / ( MET-N * MET-N )
      * FOLLOWS ADDS ONLY THE RETAINED DETAIL, SO NOTHING IS      *
      * COUNTED TWICE AND THE GATE NO LONGER RESCANS ALL HISTORY  *
      * EVER WRITTEN. AN ABSENT ROLLUP JUST MEANS HOUSEKEEPING    *
      * HAS NOT RUN YET. THE ROLLUP CARRIES ONE 'R' RECORD PER    *
      * SPIGOT MODE; ONLY THE ONE FOR THIS RUN'S MODE IS TAKEN.   *
      *-----------------------------------------------------------*
       1083-SEED-FROM-ROLLUP.
           OPEN INPUT ROLLUP-FILE
                   IF ROLL-RATIO-REC
                       AND ROLL-RATIO-SUM IS NUMERIC
                       AND ROLL-SAMPLE-CNT IS NUMERIC
                       AND ((WS-SPIGOT-MULTI AND ROLL-RATIO-MULTI)
                         OR (WS-SPIGOT-SINGLE AND ROLL-RATIO-SINGLE))
                       MOVE ROLL-RATIO-SUM TO WS-PF-RATIO-SUM
                       MOVE ROLL-SAMPLE-CNT TO WS-PF-SAMPLE-CNT
                   END-IF
               'THE CHECKPOINT WAS TAKEN UNDER, OR FRESH WITHOUT '
               'THE RESTART FLAG'
           IF WS-RQ-ACTIVE
               MOVE 'E3' TO WS-NT-ERROR-CODE
               PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
               CLOSE REQUEST-QUEUE-FILE
               IF WS-RES-OPEN
       1200-LOAD-QUEUE-REQUEST.
           OPEN I-O REQUEST-QUEUE-FILE
           IF WS-RQ-OK
               PERFORM 1250-OPEN-REQUESTER-MASTER THRU 1250-EXIT
               PERFORM 1210-FIND-QUEUED-ENTRY THRU 1210-EXIT
               IF WS-RQ-ACTIVE
      *             LEAVE THE QUEUE OPEN - 4100-NEXT-QUEUE-REQUEST
                   SET WS-RQ-OPEN TO TRUE
               ELSE
                   CLOSE REQUEST-QUEUE-FILE
                   IF WS-RU-OPEN
                       CLOSE REQUESTER-FILE
                       MOVE 'N' TO WS-RU-OPEN-SW
                   END-IF
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * 1211-TEST-NEXT-QUEUE-ENTRY - FOLD ONE QUEUE ENTRY INTO    *
      * THE BEST-CANDIDATE CHOICE. AN ENTRY WHOSE REQUESTER HAS   *
      * BEEN REVOKED ON THE REQUESTER MASTER IS POSTED FAILED AND *
      * NEVER CONSIDERED (1213). AN ENTRY WHOSE EARLIEST-RUN-     *
      * DATE IS STILL IN THE FUTURE IS LEFT FOR A LATER CYCLE.     *
      *-----------------------------------------------------------*
       1211-TEST-NEXT-QUEUE-ENTRY.
           IF NOT RQ-QUEUED
               GO TO 1211-EXIT
           END-IF
           IF WS-RU-OPEN
               PERFORM 1213-FAIL-REVOKED-ENTRY THRU 1213-EXIT
               IF WS-RU-ENTRY-REVOKED
                   GO TO 1211-EXIT
               END-IF
           END-IF
           IF RQ-EARLIEST-DATE IS NUMERIC
               AND RQ-EARLIEST-DATE > WS-RQ-TODAY
               GO TO 1211-EXIT
      * WINDOW BETWEEN THE SCAN AND THE CLAIM), THE CLAIM QUIETLY *
      * FAILS WITH WS-RQ-EOF CLEARED SO THE DRAIN LOOP RESCANS    *
      * AND PICKS THE NEXT BEST ENTRY - THE CHANGED ENTRY IS NO   *
      * LONGER CLAIMABLE, SO THE RESCAN CANNOT LOOP ON IT. THE    *
      * CLAIM DATE AND TIME GO ON THE ENTRY WITH THE RUNNING      *
      * STATUS - QUEUE WAIT ENDS AND RUN TIME STARTS HERE.         *
      *-----------------------------------------------------------*
       1212-CLAIM-BEST-ENTRY.
           MOVE WS-RQ-BEST-ID TO RQ-REQUEST-ID
           MOVE RQ-N TO N
           MOVE RQ-CONST-CODE TO WS-CONST-CODE
           SET RQ-RUNNING TO TRUE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO RQ-CLAIM-TIME
           ACCEPT RQ-CLAIM-DATE FROM DATE YYYYMMDD
           REWRITE RQ-RECORD
           SET WS-RQ-ACTIVE TO TRUE
           MOVE RQ-REQUEST-ID TO WS-RQ-CUR-ID
       1212-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1213-FAIL-REVOKED-ENTRY - LOOK UP THE REQUESTER OF THE    *
      * QUEUED ENTRY JUST READ. WHEN THE REQUESTER MASTER SHOWS   *
      * THE ID REVOKED, THE ENTRY IS POSTED FAILED IN PLACE (THE  *
      * REWRITE REPLACES THE RECORD THE SCAN JUST READ, SO THE    *
      * SCAN CARRIES ON FROM IT) WITH A RESULTS RECORD FOR THE    *
      * DGTMAINT DETAIL SCREEN. AN ID NOT ON THE MASTER IS LEFT   *
      * ALONE - DGTMAINT REJECTS UNKNOWN IDS AT ENTRY, SO ONLY    *
      * ENTRIES QUEUED BEFORE THE MASTER EXISTED CAN GET HERE.     *
      *-----------------------------------------------------------*
       1213-FAIL-REVOKED-ENTRY.
           MOVE 'N' TO WS-RU-REVOKED-SW
           MOVE RQ-REQUESTED-BY TO RU-REQUESTER-ID
           READ REQUESTER-FILE
               INVALID KEY
                   GO TO 1213-EXIT
           END-READ
           IF NOT RU-REVOKED
               GO TO 1213-EXIT
           END-IF
           SET WS-RU-ENTRY-REVOKED TO TRUE
           DISPLAY ' '
           DISPLAY 'DIGITOFE-W11 QUEUED REQUEST ' RQ-REQUEST-ID
               ' REQUESTER ' RQ-REQUESTED-BY ' IS REVOKED - '
               'POSTED FAILED'
      *     7310 POSTS THE RESULTS RECORD UNDER WS-RQ-CUR-ID, WHICH
      *     STILL NAMES THE LAST REQUEST THIS RUN PROCESSED (RUN
      *     STATUS REPORTS IT) - BORROW IT FOR THE POST ONLY.
           MOVE WS-RQ-CUR-ID TO WS-RU-SAVE-CUR-ID
           MOVE RQ-REQUEST-ID TO WS-RQ-CUR-ID
           MOVE 'W11' TO WS-NT-ERROR-CODE
           PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
           MOVE WS-RU-SAVE-CUR-ID TO WS-RQ-CUR-ID
           .
       1213-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-OPEN-REQUESTER-MASTER - OPEN THE OPTIONAL REQUESTER  *
      * MASTER FOR THE REVOKED-REQUESTER CHECK IN THE QUEUE SCAN. *
      * WHEN THE DD IS ABSENT THE CHECK IS SIMPLY SKIPPED; WHEN   *
      * IT IS PRESENT BUT CANNOT BE OPENED THE CHECK IS SKIPPED   *
      * WITH A WARNING - NO QUEUED WORK IS FAILED ON A GUESS.      *
      *-----------------------------------------------------------*
       1250-OPEN-REQUESTER-MASTER.
           OPEN INPUT REQUESTER-FILE
           EVALUATE WS-RU-STATUS
               WHEN '00'
                   SET WS-RU-OPEN TO TRUE
               WHEN '05'
      *             OPTIONAL DATASET NOT ALLOCATED - NO MASTER.
                   CLOSE REQUESTER-FILE
               WHEN OTHER
                   DISPLAY 'DIGITOFE-W10 REQUESTER MASTER NOT '
                       'AVAILABLE - STATUS ' WS-RU-STATUS
                       ' - REVOKED-REQUESTER CHECK SKIPPED'
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-OPEN-DIGIT-REPO - OPEN THE OPTIONAL DIGIT REPOSITORY *
      * AND PICK UP ITS HIGH-WATER MARK FROM THE BLOCK-ZERO       *
      *-----------------------------------------------------------*
      * 3000-COMPUTE-DIGITS - SPIGOT ALGORITHM PRODUCING THE      *
      * DIGITS OF E, A(1..N+1) => 0,2,1,1,1...1 SEED.             *
      * EACH OUTER PASS IS EITHER THE ORIGINAL ONE-DIGIT          *
      * REDUCTION BELOW OR, IN MULTI-DIGIT MODE, A 3400 PASS      *
      * YIELDING WS-MD-K DIGITS FOR ONE TRIP OVER THE ARRAY. THE  *
      * FIRST PASS OVER THE SEED (A(2) = 2, YIELDING THE SKIPPED  *
      * 12) ALWAYS RUNS ONE DIGIT - SEE 3010. EVERY DIGIT, EITHER *
      * WAY, GOES THROUGH 3050-TAKE-DIGIT.                         *
      *-----------------------------------------------------------*
       3000-COMPUTE-DIGITS.
           COMPUTE WS-LOOP-START-N = N - 1
           PERFORM VARYING N FROM WS-LOOP-START-N BY -1
                   UNTIL N < 9 OR WS-OVERFLOW-DETECTED
                   OR WS-CANCEL-POSTED
               MOVE ZERO TO WS-MD-K
               IF WS-SPIGOT-MULTI AND X < 10 AND A(2) < 2
                   PERFORM 3010-SIZE-MULTI-PASS THRU 3010-EXIT
               END-IF
               IF WS-MD-K > 1
                   PERFORM 3400-MULTI-DIGIT-PASS THRU 3400-EXIT
               ELSE
                   ADD 1 TO N GIVING M
                   PERFORM VARYING I FROM M BY -1
                           UNTIL I = 1 OR WS-OVERFLOW-DETECTED
      *                 DISPLAY '1. I=' I '/' N '- ARRAY = ' ARRAY
      *                 COMPUTE A(I) = FUNCTION MOD(X,I)
      *    >OPEN COBOL 1.1 : USING DIVIDE IS MUCH FASTER THAN FUNCTION
      *    >MOD
                       DIVIDE X BY I GIVING D REMAINDER A(I)
      *                 DISPLAY '2. I=' I ' - ARRAY = ' ARRAY
      *                 X AND THE ARRAY ARE PIC 9(18) BINARY - WIDE
      *                 ENOUGH FOR EVERY PRECISION THE TABLE ITSELF
      *                 SUPPORTS - BUT THE GUARD STAYS SO A TRUNCATED
      *                 DIGIT CAN NEVER REACH DOWNSTREAM CONSUMERS
      *                 SILENTLY.
                       COMPUTE X = 10 * A( I - 1 ) + D
                           ON SIZE ERROR
                               PERFORM 9000-OVERFLOW-ABEND
                                   THRU 9000-EXIT
                       END-COMPUTE
                   END-PERFORM
                   IF NOT WS-OVERFLOW-DETECTED
                       ADD 1 TO WS-ITER-CNT
                       MOVE X TO SB
                       PERFORM 3050-TAKE-DIGIT THRU 3050-EXIT
                   END-IF
               END-IF
           END-PERFORM
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3010-SIZE-MULTI-PASS - HOW MANY DIGITS THE NEXT PASS MAY  *
      * TAKE - WS-MD-MAX-K, CUT SHORT SO THE PASS ENDS EXACTLY ON *
      * THE NEXT 100-DIGIT CHECKPOINT (3300 SNAPSHOTS THE STATE   *
      * AS OF THE LAST DIGIT OF A PASS, NEVER THE MIDDLE OF ONE)  *
      * AND NEVER TAKES N BELOW THE LOOP'S FLOOR OF 9. THE CALLER *
      * ONLY ASKS ONCE THE ARRAY IS NORMALIZED - X A SINGLE DIGIT *
      * AND A(2) UNDER 2 - SINCE ONLY THEN IS EVERY DIGIT OF A    *
      * PASS GUARANTEED TO BE 0-9. TEN DIGITS KEEP THE RADIX STEP *
      * FAR INSIDE PIC 9(18) AT THE 30000-ELEMENT CEILING.        *
      *-----------------------------------------------------------*
       3010-SIZE-MULTI-PASS.
           MOVE WS-MD-MAX-K TO WS-MD-K
           IF WS-MD-K > 100 - WS-CKPT-CNT
               COMPUTE WS-MD-K = 100 - WS-CKPT-CNT
           END-IF
           IF WS-MD-K > N - 8
               COMPUTE WS-MD-K = N - 8
           END-IF
           .
       3010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-TAKE-DIGIT - EVERYTHING DONE WITH ONE DIGIT (SB) AT  *
      * ITS OWN N - THE CONSOLE DISPLAY AND 3100 BUFFERING (UNLESS *
      * IT IS THE DISCARDED FIRST DIGIT OF A FRESH RUN), AND THE  *
      * 100-DIGIT CHECKPOINT AND CANCEL CHECK.                     *
      *-----------------------------------------------------------*
       3050-TAKE-DIGIT.
           IF N < WS-SKIP-N
               DISPLAY SB WITH NO ADVANCING
               PERFORM 3100-BUFFER-DIGIT THRU 3100-EXIT
           END-IF
           ADD 1 TO WS-CKPT-CNT
           IF WS-CKPT-CNT = 100
               PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
               PERFORM 3350-CHECK-CANCEL THRU 3350-EXIT
               MOVE ZERO TO WS-CKPT-CNT
           END-IF
           .
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-BUFFER-DIGIT - APPEND ONE DIGIT TO THE DETAIL LINE   *
      * BUFFER, FLUSHING A FULL 50-DIGIT DETAIL RECORD WHEN IT    *
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-MULTI-DIGIT-PASS - PRODUCE THE WS-MD-K DIGITS FOR    *
      * N, N-1, ... N-MD-K+1 IN ONE TRIP OVER THE ARRAY, LEAVING  *
      * ARRAY AND X EXACTLY AS MD-K ONE-DIGIT PASSES WOULD.       *
      *                                                             *
      * THE ONE-DIGIT LOOP DROPS ITS TOP ELEMENT EVERY DIGIT (THE *
      * I = M STEP JUST PARKS THE PREVIOUS DIGIT IN A(M)), SO THE *
      * ELEMENTS ABOVE MD-L = N-MD-K+1 TAKE PART IN ONLY SOME OF  *
      * THE MD-K DIGITS. THAT SHORT TRIANGLE IS STEPPED ONE DIGIT *
      * AT A TIME (3410/3415), COLLECTING THE CARRY EACH DIGIT    *
      * PASSES DOWN INTO A(MD-L). EVERYTHING FROM A(MD-L) DOWN    *
      * TAKES PART IN ALL MD-K DIGITS, SO IT IS REDUCED ONCE IN   *
      * RADIX 10**MD-K (3420) WITH THE MD-K CARRIES COMBINED AS   *
      * ONE NUMBER - THE MIXED-RADIX RESULT IS UNIQUE, SO THE     *
      * ARRAY AND THE DIGIT GROUP LEFT IN X MATCH THE ONE-DIGIT   *
      * LOOP DIGIT FOR DIGIT. THE PARKED TOP ELEMENTS ARE THEN    *
      * FILLED IN (3430) AND EACH DIGIT IS TAKEN AT ITS OWN N     *
      * (3450).                                                    *
      *-----------------------------------------------------------*
       3400-MULTI-DIGIT-PASS.
           MOVE N TO WS-MD-N0
           ADD 1 TO N GIVING M
           COMPUTE WS-MD-L = N - WS-MD-K + 1
           COMPUTE WS-MD-RADIX = 10 ** WS-MD-K
      *     FIRST DIGIT - PARK X IN A(M) AND STEP A(N) DOWN TO
      *     A(MD-L+1).
           DIVIDE X BY M GIVING D REMAINDER A(M)
           MOVE N TO WS-MD-TOP
           PERFORM 3415-BAND-STEP THRU 3415-EXIT
               VARYING I FROM WS-MD-TOP BY -1
               UNTIL I = WS-MD-L
           MOVE D TO WS-MD-CARRY
      *     THE OTHER DIGITS' SHORTER RUNS DOWN THE TRIANGLE.
           PERFORM 3410-BAND-PASS THRU 3410-EXIT
               VARYING WS-MD-J FROM 2 BY 1
               UNTIL WS-MD-J > WS-MD-K
           COMPUTE X = WS-MD-RADIX * A(WS-MD-L) + WS-MD-CARRY
               ON SIZE ERROR
                   PERFORM 9000-OVERFLOW-ABEND THRU 9000-EXIT
           END-COMPUTE
           PERFORM 3420-RADIX-STEP THRU 3420-EXIT
               VARYING I FROM WS-MD-L BY -1
               UNTIL I = 1 OR WS-OVERFLOW-DETECTED
           IF WS-OVERFLOW-DETECTED
               GO TO 3400-EXIT
           END-IF
           IF X NOT < WS-MD-RADIX
      *         CANNOT HAPPEN ON A NORMALIZED ARRAY (SEE 3010), BUT A
      *         GROUP WIDER THAN MD-K DIGITS MUST NOT BE TRUNCATED
      *         SILENTLY ANY MORE THAN ONE OVER 9(18) MAY.
               PERFORM 9000-OVERFLOW-ABEND THRU 9000-EXIT
               GO TO 3400-EXIT
           END-IF
           MOVE X TO WS-MD-DIGITS
           PERFORM 3430-FILL-PARKED-TOP THRU 3430-EXIT
               VARYING WS-MD-J FROM 2 BY 1
               UNTIL WS-MD-J > WS-MD-K
      *     THE ONE-DIGIT LOOP ENDS EACH PASS WITH X = ITS DIGIT.
           MOVE WS-MD-DIGITS(10:1) TO SB
           MOVE SB TO X
           ADD 1 TO WS-ITER-CNT
           PERFORM 3450-TAKE-PASS-DIGIT THRU 3450-EXIT
               VARYING WS-MD-J FROM 1 BY 1
               UNTIL WS-MD-J > WS-MD-K
           .
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3410-BAND-PASS - DIGIT MD-J'S RUN DOWN THE TRIANGLE, FROM *
      * ONE BELOW ITS PARKED ELEMENT M-MD-J+1 TO A(MD-L+1). THE   *
      * PARKING STEP ITSELF CARRIES NOTHING - THE PREVIOUS DIGIT  *
      * IS UNDER 10 AND M-MD-J+1 IS AT LEAST 10.                  *
      *-----------------------------------------------------------*
       3410-BAND-PASS.
           MOVE ZERO TO D
           COMPUTE WS-MD-TOP = M - WS-MD-J
           PERFORM 3415-BAND-STEP THRU 3415-EXIT
               VARYING I FROM WS-MD-TOP BY -1
               UNTIL I = WS-MD-L
           COMPUTE WS-MD-CARRY = WS-MD-CARRY * 10 + D
           .
       3410-EXIT.
           EXIT.

       3415-BAND-STEP.
           COMPUTE X = 10 * A(I) + D
           DIVIDE X BY I GIVING D REMAINDER A(I)
           .
       3415-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3420-RADIX-STEP - ONE STEP OF THE RADIX 10**MD-K          *
      * REDUCTION, THE ONE-DIGIT LOOP'S STEP WITH 10 WIDENED.     *
      *-----------------------------------------------------------*
       3420-RADIX-STEP.
           DIVIDE X BY I GIVING D REMAINDER A(I)
           COMPUTE X = WS-MD-RADIX * A( I - 1 ) + D
               ON SIZE ERROR
                   PERFORM 9000-OVERFLOW-ABEND THRU 9000-EXIT
           END-COMPUTE
           .
       3420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3430-FILL-PARKED-TOP - DIGIT MD-J PARKS DIGIT MD-J-1 IN   *
      * ITS TOP ELEMENT A(M-MD-J+1), AS THE ONE-DIGIT LOOP DOES.  *
      * NOTHING READS THOSE ELEMENTS AGAIN, BUT THE CHECKPOINT    *
      * ARRAY STAYS THE SAME IN BOTH MODES.                        *
      *-----------------------------------------------------------*
       3430-FILL-PARKED-TOP.
           COMPUTE WS-MD-TOP = M - WS-MD-J + 1
           COMPUTE WS-MD-POS = 10 - WS-MD-K + WS-MD-J - 1
           MOVE WS-MD-DIGITS(WS-MD-POS:1) TO SB
           MOVE SB TO A(WS-MD-TOP)
           .
       3430-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3450-TAKE-PASS-DIGIT - HAND DIGIT MD-J OF THE PASS TO     *
      * 3050 WITH N SET TO THE N THE ONE-DIGIT LOOP WOULD HAVE    *
      * PRODUCED IT AT, SO THE SKIP TEST AND THE CHECKPOINT'S     *
      * RT-N ARE THE SAME IN BOTH MODES.                           *
      *-----------------------------------------------------------*
       3450-TAKE-PASS-DIGIT.
           COMPUTE N = WS-MD-N0 - WS-MD-J + 1
           COMPUTE WS-MD-POS = 10 - WS-MD-K + WS-MD-J
           MOVE WS-MD-DIGITS(WS-MD-POS:1) TO SB
           PERFORM 3050-TAKE-DIGIT THRU 3050-EXIT
           .
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-COPY-FROM-REPO - CUT THIS REQUEST'S DIGITS.DAT GROUP *
      * BY READING THE REPOSITORY'S POSITION BLOCKS IN ORDER AND  *
      * WATER CONTROL RECORD TO COVER THE BLOCKS STORED FOR THE   *
      * REQUEST JUST CLOSED OUT. DONE PER REQUEST, NOT PER BLOCK, *
      * SO AN ABEND MID-STREAM NEVER CLAIMS POSITIONS THAT WERE   *
      * NOT STORED. AN EXISTING CONTROL RECORD IS READ AND        *
      * REWRITTEN IN PLACE SO THE DGTCERT CERTIFIED-THROUGH MARK  *
      * IT CARRIES IS KEPT.                                        *
      *-----------------------------------------------------------*
       3710-UPDATE-REPO-CONTROL.
           IF NOT WS-DRP-OPEN
               OR WS-DRP-NEW-HIWATER NOT > WS-DRP-HIWATER
               GO TO 3710-EXIT
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   MOVE SPACES TO DR-RECORD
                   MOVE ZERO TO DR-BLOCK-NO
           END-READ
           IF DR-CERT-THRU NOT NUMERIC
               MOVE ZERO TO DR-CERT-THRU
           END-IF
           MOVE WS-DRP-NEW-HIWATER TO DR-HIWATER
           MOVE WS-RUN-DATE TO DR-HIWATER-DATE
           WRITE DR-RECORD
                   DISPLAY 'DIGITOFE-W4 QUEUED REQUEST '
                       WS-RQ-CUR-ID ' CANNOT BE RUN (N=' N
                       ' CONST=' WS-CONST-CODE ') - POSTED FAILED'
                   MOVE 'W4' TO WS-NT-ERROR-CODE
                   PERFORM 7310-FAIL-QUEUE-REQUEST THRU 7310-EXIT
                   PERFORM 7010-WRITE-FAILED-AUDIT THRU 7010-EXIT
                   MOVE 'N' TO WS-RQ-ACTIVE-SW
               CLOSE REQUEST-QUEUE-FILE
               MOVE 'N' TO WS-RQ-OPEN-SW
           END-IF
           IF WS-RU-OPEN
               CLOSE REQUESTER-FILE
               MOVE 'N' TO WS-RU-OPEN-SW
           END-IF
           IF WS-RES-OPEN
               CLOSE RESULT-FILE
               MOVE 'N' TO WS-RES-OPEN-SW
      * 7200-WRITE-METRIC-RECORD - APPEND ONE RECORD TO METRICS   *
      * FOR ONE PRECISION TIER (WS-MET-N/WS-MET-DIGIT-CNT, SET BY *
      * THE CALLER), CARRYING THE ELAPSED WALL TIME AND OUTER-    *
      * LOOP ITERATION COUNT SINCE THIS RUN STARTED (A MULTI-     *
      * DIGIT PASS COUNTS ONCE) AND THE SPIGOT MODE. OPENED       *
      * EXTEND SO HISTORY ACCUMULATES ACROSS RUNS, THE SAME AS    *
      * AUDIT-FILE.                                                *
      *-----------------------------------------------------------*
           MOVE WS-MET-N TO MET-N
           MOVE WS-MET-DIGIT-CNT TO MET-DIGIT-CNT
           MOVE WS-ITER-CNT TO MET-ITER-CNT
           MOVE WS-SPIGOT-MODE TO MET-SPIGOT-MODE
           MOVE WS-ELAPSED-SECS TO MET-ELAPSED-SEC
           WRITE METRICS-RECORD
           CLOSE METRICS-FILE
      * OVERFLOW GUARD (9000-OVERFLOW-ABEND) OR THE REPOSITORY     *
      * DAMAGE CHECK (3630-REPO-DAMAGED) TRIPPED DURING THIS RUN,  *
      * OR CANCELLED WITH THE DIGITS PRODUCED SO FAR WHEN A        *
      * POSTED CANCEL STOPPED IT (3350-CHECK-CANCEL). THE         *
      * REQUESTER IS THEN NOTIFIED OF THE OUTCOME.                 *
      *-----------------------------------------------------------*
       7300-UPDATE-QUEUE-REQUEST.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-DIGIT-CNT TO RQ-DIGIT-CNT
           REWRITE RQ-RECORD
           PERFORM 7320-POST-RESULT-RECORD THRU 7320-EXIT
           IF RQ-FAILED
               MOVE WS-RS-ERROR-CODE TO WS-NT-ERROR-CODE
           ELSE
               MOVE '00' TO WS-NT-ERROR-CODE
           END-IF
           PERFORM 7600-WRITE-NOTIFICATION THRU 7600-EXIT
           .
       7300-EXIT.
           EXIT.
      * THIS THE ENTRY WOULD BE LEFT AT RQ-RUNNING FOREVER SINCE   *
      * IT NEVER REACHES 4000-TERMINATE. THE QUEUE IS LEFT OPEN -  *
      * THE ABORT PATHS CLOSE IT THEMSELVES AND THE DRAIN LOOP     *
      * CLOSES IT AT 4800-CLOSE-RUN-FILES. THE CALLER STAGES ITS  *
      * DIAGNOSTIC CODE IN WS-NT-ERROR-CODE FOR THE REQUESTER'S   *
      * NOTIFICATION.                                              *
      *-----------------------------------------------------------*
       7310-FAIL-QUEUE-REQUEST.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE ZERO TO WS-ELAPSED-SECS
           MOVE SPACES TO WS-FIRST-DIGITS
           PERFORM 7320-POST-RESULT-RECORD THRU 7320-EXIT
           PERFORM 7600-WRITE-NOTIFICATION THRU 7600-EXIT
           .
       7310-EXIT.
           EXIT.
      *     FINAL COUNT FROM 7300, ZERO FROM 7310.
           MOVE RQ-DIGIT-CNT TO RR-DIGIT-CNT
           MOVE WS-FIRST-DIGITS TO RR-FIRST-DIGITS
      *     ONLY A COMPLETED REPOSITORY COPY IS BILLED AT THE COPY
      *     RATE - THE SWITCH MAY STILL BE SET FROM THE PRIOR DRAINED
      *     REQUEST WHEN 1213 FAILS AN ENTRY DURING THE CLAIM SCAN.
           IF WS-REPO-COPIED AND RQ-COMPLETE
               SET RR-FROM-REPO TO TRUE
           ELSE
               MOVE 'C' TO RR-SOURCE
           END-IF
           WRITE RR-RECORD
               INVALID KEY
                   REWRITE RR-RECORD
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7600-WRITE-NOTIFICATION - APPEND ONE NOTIFICATION RECORD  *
      * FOR THE QUEUE ENTRY NOW IN RQ-RECORD, JUST POSTED TO ITS  *
      * FINAL STATUS (OR PUT BACK TO QUEUED BY THE WINDOW GATE),  *
      * WITH WS-NT-ERROR-CODE STAGED BY THE CALLER. ELAPSED AND   *
      * THE MANIFEST CHECKSUM ARE CARRIED ONLY WHEN DIGITS WERE   *
      * PRODUCED. THE QUEUE ENTRY AND RESULTS RECORD ALREADY HOLD *
      * THE OUTCOME, SO A RECORD THAT CANNOT BE WRITTEN IS ONLY   *
      * WARNED - THE RUN CARRIES ON.                               *
      *-----------------------------------------------------------*
       7600-WRITE-NOTIFICATION.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = '00'
      *         NO NOTIFICATIONS WAITING FOR PICKUP - CREATE THE FILE.
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'DIGITOFE-W12 NOTIFY DATASET NOT AVAILABLE - '
                   'STATUS ' WS-NOTIFY-STATUS ' - REQUEST '
                   RQ-REQUEST-ID ' NOT NOTIFIED'
               GO TO 7600-EXIT
           END-IF
           MOVE SPACES TO NT-RECORD
           ACCEPT NT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO NT-TIME
           MOVE RQ-REQUEST-ID TO NT-REQUEST-ID
           MOVE RQ-REQUESTED-BY TO NT-REQUESTED-BY
           EVALUATE TRUE
               WHEN RQ-COMPLETE
                   SET NT-COMPLETE TO TRUE
               WHEN RQ-CANCELLED
                   SET NT-CANCELLED TO TRUE
               WHEN RQ-QUEUED
                   SET NT-DIVERTED TO TRUE
               WHEN OTHER
                   SET NT-FAILED TO TRUE
           END-EVALUATE
           MOVE WS-NT-ERROR-CODE TO NT-ERROR-CODE
           MOVE RQ-DIGIT-CNT TO NT-DIGIT-CNT
           IF RQ-DIGIT-CNT > ZERO
               MOVE WS-ELAPSED-SECS TO NT-ELAPSED-SEC
               MOVE WS-MAN-CHECKSUM TO NT-CHECKSUM
           ELSE
               MOVE ZERO TO NT-ELAPSED-SEC
               MOVE ZERO TO NT-CHECKSUM
           END-IF
           MOVE RQ-N TO NT-N
           WRITE NT-RECORD
           IF WS-NOTIFY-STATUS NOT = '00'
               DISPLAY 'DIGITOFE-W12 NOTIFICATION FOR REQUEST '
                   RQ-REQUEST-ID ' NOT WRITTEN - STATUS '
                   WS-NOTIFY-STATUS
           END-IF
           CLOSE NOTIFY-FILE
           .
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOAD-MULTI-REQUESTS - READ UP TO 3 PRECISION ENTRIES *
      * FROM THE OPTIONAL MULTIREQ CONTROL FILE. WHEN ONE OR MORE *
           EXIT.

      *-----------------------------------------------------------*
      * 9000-OVERFLOW-ABEND - THE 10 * A(I-1) + D STEP (OR THE    *
      * RADIX 10**K STEP OF 3400-MULTI-DIGIT-PASS) WOULD EXCEED   *
      * PIC 9(18), SO THE VALUE IS ABOUT TO BE TRUNCATED          *
      * AND HAND DOWNSTREAM CONSUMERS A CORRUPTED DIGIT. STOP THE *
      * SPIGOT LOOP AT THIS N/I RATHER THAN LET THAT HAPPEN, AND  *
      * TAG THE RUN WITH A NON-ZERO RETURN CODE SO THE SCHEDULER  *
