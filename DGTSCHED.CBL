       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTSCHED.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL STANDING REQUEST GENERATOR.   *
      *                    RUN AHEAD OF DIGITOFE IN THE NIGHTLY   *
      *                    CYCLE. FOR EVERY ACTIVE SCHEDULE ON    *
      *                    THE REQSCHED KSDS (SEE DGTMSCH) THAT   *
      *                    FALLS DUE IN THE RUN WINDOW, WRITES A  *
      *                    QUEUED REQQUEUE ENTRY WHOSE EARLIEST-  *
      *                    RUN DATE IS THE DUE DATE, UNLESS THAT  *
      *                    OCCURRENCE WAS ALREADY GENERATED OR AN *
      *                    OPEN ENTRY FOR THE SAME WORK IS        *
      *                    ALREADY ON THE QUEUE. REPORTS EVERY    *
      *                    ENTRY GENERATED AND EVERY SCHEDULE     *
      *                    SKIPPED, WITH THE REASON. TAKES THE    *
      *                    SHARED RUN LOCK LIKE DGTQPURG.         *
      *                    STANDING SCHEDULES ARE EXEMPT FROM THE *
      *                    REQUESTER'S DAILY QUOTA - GENERATED    *
      *                    ENTRIES ARE NOT COUNTED AGAINST IT.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO REQQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS WS-RQ-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO REQSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SCHED-ID
               FILE STATUS IS WS-SC-STATUS.
           SELECT OPTIONAL REQUESTER-FILE ASSIGN TO REQUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-REQUESTER-ID
               FILE STATUS IS WS-RU-STATUS.
           SELECT OPTIONAL GPARM-FILE ASSIGN TO SCHDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPARM-STATUS.
           SELECT GRPT-FILE ASSIGN TO SCHDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPT-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE SAME KSDS DGTMAINT WRITES AND    *
      * DIGITOFE DRAINS (SEE DGTMREQ). OPENED I-O - READ ONCE TO  *
      * FIND THE OPEN ENTRIES AND THE HIGHEST REQUEST ID, THEN    *
      * WRITTEN TO.                                                *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * SCHEDULE-FILE - THE STANDING REQUEST KSDS (SEE DGTMSCH).  *
      * OPENED I-O SO THE LAST OCCURRENCE GENERATED CAN BE POSTED *
      * BACK ON EACH SCHEDULE.                                     *
      *-----------------------------------------------------------*
       FD  SCHEDULE-FILE.
           COPY DGTMSCH.
      *-----------------------------------------------------------*
      * REQUESTER-FILE - THE REQUESTER MASTER (SEE DGTMUSR), READ *
      * ONLY. A SCHEDULE WHOSE REQUESTER IS NOT ON FILE, IS       *
      * REVOKED OR IS NO LONGER ALLOWED ITS N IS SKIPPED.          *
      *-----------------------------------------------------------*
       FD  REQUESTER-FILE.
           COPY DGTMUSR.
      *-----------------------------------------------------------*
      * GPARM-FILE - ONE OPTIONAL CONTROL CARD. GP-AS-OF-DATE     *
      * (YYYYMMDD) RUNS THE GENERATOR AS OF ANOTHER DAY - SPACES  *
      * MEAN TODAY; RERUN WITH AN EARLIER DATE TO CATCH UP A      *
      * MISSED CYCLE. GP-LOOKAHEAD-DAYS (00-31, DEFAULT 00) ALSO  *
      * GENERATES THE OCCURRENCES DUE THAT MANY DAYS AHEAD, E.G.  *
      * 03 ON A FRIDAY TO QUEUE MONDAY'S WORK BEFORE A LONG       *
      * WEEKEND - THEIR EARLIEST-RUN DATE KEEPS DIGITOFE FROM     *
      * CLAIMING THEM EARLY. GP-LOCK-OVERRIDE 'Y' TAKES OVER A    *
      * STALE RUN LOCK AS ON THE PURGPARM CARD.                    *
      *-----------------------------------------------------------*
       FD  GPARM-FILE
           RECORDING MODE IS F.
       01  GPARM-RECORD.
           05  GP-AS-OF-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  GP-LOOKAHEAD-DAYS   PIC X(02).
           05  FILLER              PIC X(01).
           05  GP-LOCK-OVERRIDE    PIC X(01).
           05  FILLER              PIC X(67).
      *-----------------------------------------------------------*
      * GRPT-FILE - THE GENERATOR REPORT - ONE LINE PER ENTRY     *
      * GENERATED OR SCHEDULE SKIPPED, AND A CLOSING SUMMARY.      *
      *-----------------------------------------------------------*
       FD  GRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  GR-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * RUNLOCK-FILE - THE ONE-RECORD RUN LOCK SHARED WITH        *
      * DIGITOFE, DGTQPURG AND DGTHKEEP (SEE DGTLCK).              *
      *-----------------------------------------------------------*
       FD  RUNLOCK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTLCK.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  DFT-LOOKAHEAD-DAYS      PIC 9(02) VALUE ZERO.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-SC-STATUS            PIC X(02) VALUE '00'.
           88  WS-SC-OK            VALUE '00'.
       77  WS-RU-STATUS            PIC X(02) VALUE '00'.
           88  WS-RU-OK            VALUE '00'.
       77  WS-GPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-GPARM-OK         VALUE '00'.
       77  WS-GRPT-STATUS          PIC X(02) VALUE '00'.
       77  WS-RUNLOCK-STATUS       PIC X(02) VALUE '00'.
      *         '05' IS THE OPTIONAL-FILE-ABSENT OPEN - SEE DGTQPURG.
           88  WS-RUNLOCK-OK       VALUE '00' '05'.
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD        VALUE 'Y'.
       77  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88  WS-LOCK-OVERRIDE    VALUE 'Y'.
       77  WS-JOBNAME              PIC X(08) VALUE 'DGTSCHED'.
       77  WS-RU-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-RU-OPEN          VALUE 'Y'.
       77  WS-RQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-RQ-EOF           VALUE 'Y'.
       77  WS-SC-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-SC-EOF           VALUE 'Y'.
       77  WS-FOUND-SW             PIC X(01).
           88  WS-ENTRY-FOUND      VALUE 'Y'.
       77  WS-DUE-SW               PIC X(01).
           88  WS-DAY-IS-DUE       VALUE 'Y'.
       77  WS-SCHED-OK-SW          PIC X(01).
           88  WS-SCHED-OK         VALUE 'Y'.
       77  WS-SCHED-CHANGED-SW     PIC X(01).
           88  WS-SCHED-CHANGED    VALUE 'Y'.
       77  WS-WRITTEN-SW           PIC X(01).
           88  WS-ENTRY-WRITTEN    VALUE 'Y'.
       77  WS-OPEN-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-OPEN-TABLE-FULL  VALUE 'Y'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       01  WS-AS-OF-DATE           PIC X(08).
       01  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE PIC 9(08).
      *         DAYS IN EACH MONTH - FEBRUARY TAKES A 29TH IN A
      *         LEAP YEAR (SEE 1060-CHECK-REAL-DATE).
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
       77  WS-LOOKAHEAD-DAYS       PIC 9(02).
       77  WS-WIN-START            PIC 9(08) BINARY.
       77  WS-WIN-END              PIC 9(08) BINARY.
       77  WS-WIN-END-NUM          PIC 9(08).
       77  WS-DAY-INT              PIC 9(08) BINARY.
       77  WS-NEXT-INT             PIC 9(08) BINARY.
       01  WS-DAY-DATE-N           PIC 9(08).
       01  WS-DAY-DATE REDEFINES WS-DAY-DATE-N.
           05  FILLER              PIC X(06).
           05  WS-DAY-DD           PIC 9(02).
       01  WS-NEXT-DATE-N          PIC 9(08).
       01  WS-NEXT-DATE REDEFINES WS-NEXT-DATE-N.
           05  FILLER              PIC X(06).
           05  WS-NEXT-DD          PIC 9(02).
       77  WS-DUE-DATE             PIC X(08).
       77  WS-WEEK-WORK            PIC 9(08) BINARY.
       77  WS-WEEK-QUOT            PIC 9(08) BINARY.
       77  WS-WEEKDAY              PIC 9(01).
       77  WS-NEXT-REQUEST-ID      PIC 9(06) VALUE ZERO.
       77  WS-WRITE-TRIES          PIC 9(02) BINARY.
       77  WS-SKIP-REASON          PIC X(24).
       77  WS-SCHED-CNT            PIC 9(06) VALUE ZERO.
       77  WS-GEN-CNT              PIC 9(06) VALUE ZERO.
       77  WS-SKIP-GEN-CNT         PIC 9(06) VALUE ZERO.
       77  WS-SKIP-QUEUED-CNT      PIC 9(06) VALUE ZERO.
       77  WS-SUSPENDED-CNT        PIC 9(06) VALUE ZERO.
       77  WS-REJECTED-CNT         PIC 9(06) VALUE ZERO.
       77  WS-FAILED-CNT           PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------*
      * OPEN QUEUE ENTRIES (QUEUED, HELD, RUNNING, CANCEL-        *
      * REQUESTED) - THE WORK EACH ONE ASKS FOR AND ITS EARLIEST- *
      * RUN DATE. AN OCCURRENCE MATCHING ONE OF THESE IS ALREADY  *
      * QUEUED, WHETHER THIS GENERATOR OR AN OPERATOR PUT IT      *
      * THERE. ENTRIES WRITTEN BY THIS RUN ARE ADDED AS THEY GO.  *
      *-----------------------------------------------------------*
       01  WS-OPEN-TABLE.
           03  WS-OPEN-CNT         PIC 9(04) BINARY VALUE ZERO.
           03  WS-OPEN-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-OPEN-IDX.
               05  WS-OPEN-CONST   PIC X(05).
               05  WS-OPEN-N       PIC 9(05).
               05  WS-OPEN-BY      PIC X(08).
               05  WS-OPEN-EARLIEST PIC X(08).
               05  WS-OPEN-ID      PIC 9(06).
       01  WS-RPT-MSG              PIC X(80).
       01  WS-GEN-LINE.
           05  WG-ACTION           PIC X(10).
           05  WG-SCHED-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  WG-DUE-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  WG-REQUEST-ID       PIC X(06).
           05  FILLER              PIC X(01).
           05  WG-N                PIC X(05).
           05  FILLER              PIC X(01).
           05  WG-BY               PIC X(08).
           05  FILLER              PIC X(01).
           05  WG-REASON           PIC X(24).
           05  FILLER              PIC X(06).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC 9(06).
           05  FILLER              PIC X(50).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-OPEN-ENTRIES THRU 2000-EXIT
           PERFORM 3000-SWEEP-SCHEDULES THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - RESOLVE THE AS-OF DATE AND LOOKAHEAD,   *
      * TAKE THE RUN LOCK, WORK OUT THE WINDOW OF DUE DATES, AND  *
      * OPEN THE FILES.                                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           MOVE DFT-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
           OPEN INPUT GPARM-FILE
           IF WS-GPARM-OK
               READ GPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-TAKE-PARM-CARD THRU 1050-EXIT
               END-READ
               CLOSE GPARM-FILE
           END-IF
           PERFORM 1100-ACQUIRE-RUN-LOCK THRU 1100-EXIT
      *     CALENDAR ARITHMETIC - ORDINARY VERBS CANNOT WALK A
      *     DATE FORWARD ACROSS MONTH AND YEAR ENDS.
           COMPUTE WS-WIN-START =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-N)
           COMPUTE WS-WIN-END = WS-WIN-START + WS-LOOKAHEAD-DAYS
           COMPUTE WS-WIN-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WIN-END)
           OPEN I-O REQUEST-QUEUE-FILE
           IF NOT WS-RQ-OK
               DISPLAY 'DGTSCHED-E1 UNABLE TO OPEN REQQUEUE - '
                   'STATUS ' WS-RQ-STATUS
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SCHEDULE-FILE
           IF NOT WS-SC-OK
               DISPLAY 'DGTSCHED-E2 UNABLE TO OPEN REQSCHED - '
                   'STATUS ' WS-SC-STATUS
               CLOSE REQUEST-QUEUE-FILE
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REQUESTER-FILE
           IF WS-RU-OK
               SET WS-RU-OPEN TO TRUE
           ELSE
      *         DIGITOFE STILL FAILS A REVOKED REQUESTER'S ENTRY AT
      *         CLAIM TIME, SO GENERATING WITHOUT THE CHECK IS SAFE.
               DISPLAY 'DGTSCHED-W1 REQUESTER MASTER NOT AVAILABLE '
                   '- STATUS ' WS-RU-STATUS ' - REQUESTERS NOT '
                   'CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT GRPT-FILE
           MOVE SPACES TO WS-RPT-MSG
           STRING 'DGTSCHED STANDING REQUESTS DATE=' WS-RUN-DATE
               ' DUE ' WS-AS-OF-DATE ' THRU ' WS-WIN-END-NUM
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           STRING 'ACTION    SCHEDULE DUE DATE REQID  N     '
               'REQUESTR REASON'
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-TAKE-PARM-CARD - AN AS-OF DATE THAT IS NOT A REAL    *
      * YYYYMMDD IS A HARD ERROR - GUESSING WOULD GENERATE THE    *
      * WRONG DAY'S WORK. A BAD LOOKAHEAD FALLS BACK TO THE       *
      * DEFAULT WITH A WARNING.                                    *
      *-----------------------------------------------------------*
       1050-TAKE-PARM-CARD.
           IF GP-AS-OF-DATE NOT = SPACES
               MOVE GP-AS-OF-DATE TO WS-AS-OF-DATE
               MOVE WS-AS-OF-DATE TO WS-CHK-DATE
               PERFORM 1060-CHECK-REAL-DATE THRU 1060-EXIT
               IF NOT WS-DATE-OK
                   DISPLAY 'DGTSCHED-E3 INVALID AS-OF DATE ON '
                       'SCHDPARM - ' GP-AS-OF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF GP-LOOKAHEAD-DAYS NOT = SPACES
               IF GP-LOOKAHEAD-DAYS IS NUMERIC
                   AND GP-LOOKAHEAD-DAYS NOT > '31'
                   MOVE GP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
               ELSE
                   DISPLAY 'DGTSCHED-W2 LOOKAHEAD ON SCHDPARM MUST '
                       'BE 00-31 - DEFAULT ' DFT-LOOKAHEAD-DAYS
                       ' USED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF GP-LOCK-OVERRIDE = 'Y'
               SET WS-LOCK-OVERRIDE TO TRUE
           END-IF
           .
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-CHECK-REAL-DATE - SETS WS-DATE-OK WHEN WS-CHK-DATE    *
      * IS A DAY THAT EXISTS - NUMERIC YYYYMMDD FROM 1601 ON,     *
      * MONTH 01-12, DAY NOT PAST THE MONTH'S END, AND 29         *
      * FEBRUARY ONLY IN A LEAP YEAR.                              *
      *-----------------------------------------------------------*
       1060-CHECK-REAL-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC
               GO TO 1060-EXIT
           END-IF
           IF WS-CHK-DATE < '16010101'
               OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1
               GO TO 1060-EXIT
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
               GO TO 1060-EXIT
           END-IF
           SET WS-DATE-OK TO TRUE
           .
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-ACQUIRE-RUN-LOCK - SERIALIZE AGAINST A LIVE DIGITOFE *
      * (OR HOUSEKEEPING) EXECUTION BEFORE ANY QUEUE ENTRY IS     *
      * WRITTEN. A HELD LOCK ENDS THIS RUN CLEANLY WITH RC=8 AND  *
      * NOTHING GENERATED; THE SCHDPARM OVERRIDE FLAG TAKES A     *
      * STALE LOCK OVER AFTER AN ABEND.                            *
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
               DISPLAY 'DGTSCHED-I1 STALE RUN LOCK HELD BY '
                   RL-JOB ' SINCE ' RL-DATE ' ' RL-TIME
                   ' OVERRIDDEN BY PARM REQUEST'
               GO TO 1110-EXIT
           END-IF
           DISPLAY 'DGTSCHED-B1 RUN LOCK HELD BY ' RL-JOB
               ' SINCE ' RL-DATE ' ' RL-TIME ' - NO STANDING '
               'REQUESTS GENERATED'
           CLOSE RUNLOCK-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-OPEN-ENTRIES - WALK THE QUEUE ONCE, NOTING THE  *
      * HIGHEST REQUEST ID (NEW ENTRIES ARE NUMBERED FROM THE ONE *
      * AFTER IT, AS DGTMAINT 2200 DOES) AND EVERY OPEN ENTRY.     *
      *-----------------------------------------------------------*
       2000-LOAD-OPEN-ENTRIES.
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
           IF RQ-QUEUED OR RQ-HELD OR RQ-RUNNING
               OR RQ-CANCEL-REQUESTED
               PERFORM 2200-ADD-OPEN-ENTRY THRU 2200-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ADD-OPEN-ENTRY - REMEMBER THE ENTRY NOW IN RQ-RECORD *
      * AS OPEN. A FULL TABLE IS WARNED ONCE - AN OPEN ENTRY NOT  *
      * REMEMBERED CAN ONLY BE DUPLICATED IF ITS SCHEDULE'S LAST- *
      * GENERATED DATE DOES NOT ALREADY COVER IT.                  *
      *-----------------------------------------------------------*
       2200-ADD-OPEN-ENTRY.
           IF WS-OPEN-CNT < 3000
               ADD 1 TO WS-OPEN-CNT
               SET WS-OPEN-IDX TO WS-OPEN-CNT
               MOVE RQ-CONST-CODE TO WS-OPEN-CONST(WS-OPEN-IDX)
               MOVE RQ-N TO WS-OPEN-N(WS-OPEN-IDX)
               MOVE RQ-REQUESTED-BY TO WS-OPEN-BY(WS-OPEN-IDX)
               MOVE RQ-EARLIEST-DATE TO WS-OPEN-EARLIEST(WS-OPEN-IDX)
               MOVE RQ-REQUEST-ID TO WS-OPEN-ID(WS-OPEN-IDX)
           ELSE
               IF NOT WS-OPEN-TABLE-FULL
                   DISPLAY 'DGTSCHED-W3 MORE THAN 3000 OPEN QUEUE '
                       'ENTRIES - LATER ONES NOT CHECKED FOR '
                       'DUPLICATES'
                   SET WS-OPEN-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SWEEP-SCHEDULES - WALK THE SCHEDULE FILE IN KEY      *
      * ORDER AND DISPOSE OF EACH STANDING REQUEST.                *
      *-----------------------------------------------------------*
       3000-SWEEP-SCHEDULES.
           MOVE LOW-VALUES TO SC-SCHED-ID
           START SCHEDULE-FILE KEY IS NOT LESS THAN SC-SCHED-ID
               INVALID KEY
                   SET WS-SC-EOF TO TRUE
           END-START
           PERFORM 3100-PROCESS-SCHEDULE THRU 3100-EXIT
               UNTIL WS-SC-EOF
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-PROCESS-SCHEDULE - READ THE NEXT SCHEDULE. A         *
      * SUSPENDED SCHEDULE OR ONE THAT FAILS ITS CHECKS IS        *
      * REPORTED AND SKIPPED; OTHERWISE EVERY DAY IN THE WINDOW   *
      * IS TESTED AND EACH DUE OCCURRENCE IS GENERATED OR         *
      * SKIPPED. THE SCHEDULE IS REWRITTEN WHEN ITS LAST-         *
      * GENERATED MARK MOVED.                                      *
      *-----------------------------------------------------------*
       3100-PROCESS-SCHEDULE.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-SC-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-SCHED-CNT
           MOVE 'N' TO WS-SCHED-CHANGED-SW
           MOVE SPACES TO WS-DUE-DATE
           IF SC-SUSPENDED
               ADD 1 TO WS-SUSPENDED-CNT
               MOVE 'SUSPENDED' TO WS-SKIP-REASON
               PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-SCHEDULE THRU 3200-EXIT
           IF NOT WS-SCHED-OK
               ADD 1 TO WS-REJECTED-CNT
               PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-TEST-DAY THRU 3300-EXIT
               VARYING WS-DAY-INT FROM WS-WIN-START BY 1
               UNTIL WS-DAY-INT > WS-WIN-END
           IF WS-SCHED-CHANGED
               REWRITE SC-RECORD
                   INVALID KEY
      *                 THE ENTRY IS ON THE QUEUE - THE OPEN-ENTRY
      *                 CHECK STOPS THE NEXT RUN DUPLICATING IT.
                       DISPLAY 'DGTSCHED-E4 UNABLE TO POST SCHEDULE '
                           SC-SCHED-ID ' - STATUS ' WS-SC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF
           .
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-SCHEDULE - THE SAME RULES DGTMAINT APPLIES AT  *
      * ENTRY - CONSTANT E, N 11 THROUGH 29999, A KNOWN FREQUENCY *
      * WITH A SENSIBLE DAY, AND AN ACTIVE REQUESTER ALLOWED THE  *
      * N. A SCHEDULE SAVED WHEN THE RULES WERE DIFFERENT, OR     *
      * WHOSE REQUESTER HAS SINCE BEEN REVOKED, FAILS HERE WITH   *
      * THE REASON IN WS-SKIP-REASON.                              *
      *-----------------------------------------------------------*
       3200-CHECK-SCHEDULE.
           MOVE 'N' TO WS-SCHED-OK-SW
           IF SC-CONST-CODE NOT = 'E    '
               MOVE 'CONSTANT NOT E' TO WS-SKIP-REASON
               GO TO 3200-EXIT
           END-IF
           IF SC-N IS NOT NUMERIC
               OR SC-N < 11 OR SC-N > 29999
               MOVE 'N NOT 11-29999' TO WS-SKIP-REASON
               GO TO 3200-EXIT
           END-IF
           IF NOT SC-FREQ-VALID
               OR SC-FREQ-DAY IS NOT NUMERIC
               OR (SC-FREQ-WEEKLY
                   AND (SC-FREQ-DAY < 1 OR SC-FREQ-DAY > 7))
               OR (SC-FREQ-FIXED-DAY
                   AND (SC-FREQ-DAY < 1 OR SC-FREQ-DAY > 31))
               MOVE 'FREQUENCY/DAY INVALID' TO WS-SKIP-REASON
               GO TO 3200-EXIT
           END-IF
           IF WS-RU-OPEN
               MOVE SC-REQUESTED-BY TO RU-REQUESTER-ID
               READ REQUESTER-FILE
                   INVALID KEY
                       MOVE 'REQUESTER NOT ON FILE'
                           TO WS-SKIP-REASON
                       GO TO 3200-EXIT
               END-READ
               IF NOT RU-ACTIVE
                   MOVE 'REQUESTER REVOKED' TO WS-SKIP-REASON
                   GO TO 3200-EXIT
               END-IF
               IF SC-N > RU-MAX-N
                   MOVE 'N ABOVE REQUESTER MAX' TO WS-SKIP-REASON
                   GO TO 3200-EXIT
               END-IF
           END-IF
           SET WS-SCHED-OK TO TRUE
           .
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-TEST-DAY - IS THE SCHEDULE DUE ON DAY WS-DAY-INT?    *
      * IF SO, SKIP THE OCCURRENCE WHEN THE SCHEDULE HAS ALREADY  *
      * GENERATED IT (OR A LATER ONE) OR AN OPEN ENTRY FOR THE    *
      * SAME WORK AND DATE IS ON THE QUEUE; OTHERWISE GENERATE.   *
      *-----------------------------------------------------------*
       3300-TEST-DAY.
           PERFORM 3400-CHECK-DUE THRU 3400-EXIT
           IF NOT WS-DAY-IS-DUE
               GO TO 3300-EXIT
           END-IF
           MOVE WS-DAY-DATE-N TO WS-DUE-DATE
           IF SC-LAST-GEN-DATE IS NUMERIC
               AND SC-LAST-GEN-DATE NOT < WS-DUE-DATE
               ADD 1 TO WS-SKIP-GEN-CNT
               MOVE 'ALREADY GENERATED' TO WS-SKIP-REASON
               PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3500-FIND-OPEN-ENTRY THRU 3500-EXIT
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SKIP-QUEUED-CNT
               MOVE SPACES TO WS-SKIP-REASON
               STRING 'ALREADY QUEUED AS ' WS-OPEN-ID(WS-OPEN-IDX)
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
      *         TAKE THE OCCURRENCE AS GENERATED SO LATER RUNS STOP
      *         AT THE CHEAPER CHECK ABOVE.
               MOVE WS-DUE-DATE TO SC-LAST-GEN-DATE
               MOVE WS-OPEN-ID(WS-OPEN-IDX) TO SC-LAST-REQUEST-ID
               SET WS-SCHED-CHANGED TO TRUE
               GO TO 3300-EXIT
           END-IF
           PERFORM 3600-GENERATE-ENTRY THRU 3600-EXIT
           .
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CHECK-DUE - SET WS-DAY-IS-DUE WHEN THE SCHEDULE'S    *
      * FREQUENCY RULE (SEE DGTMSCH) FALLS ON DAY WS-DAY-INT.     *
      * DAY 1 OF THE INTEGER CALENDAR (01/01/1601) IS A MONDAY,   *
      * SO THE WEEKDAY IS THE DAY NUMBER LESS ONE, MODULO 7, PLUS *
      * ONE. THE DAY IS A MONTH'S LAST WHEN THE NEXT DAY IS THE   *
      * FIRST.                                                     *
      *-----------------------------------------------------------*
       3400-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW
      *     CALENDAR ARITHMETIC - ORDINARY VERBS CANNOT WALK A
      *     DATE FORWARD ACROSS MONTH AND YEAR ENDS.
           COMPUTE WS-DAY-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-NEXT-INT = WS-DAY-INT + 1
           COMPUTE WS-NEXT-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
           COMPUTE WS-WEEK-WORK = WS-DAY-INT - 1
           DIVIDE WS-WEEK-WORK BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEKDAY
           ADD 1 TO WS-WEEKDAY
           EVALUATE TRUE
               WHEN SC-FREQ-DAILY
                   SET WS-DAY-IS-DUE TO TRUE
               WHEN SC-FREQ-WEEKLY
                   IF WS-WEEKDAY = SC-FREQ-DAY
                       SET WS-DAY-IS-DUE TO TRUE
                   END-IF
               WHEN SC-FREQ-MONTH-END
                   IF WS-NEXT-DD = 1
                       SET WS-DAY-IS-DUE TO TRUE
                   END-IF
               WHEN SC-FREQ-FIXED-DAY
                   IF WS-DAY-DD = SC-FREQ-DAY
                       OR (WS-NEXT-DD = 1
                           AND WS-DAY-DD < SC-FREQ-DAY)
                       SET WS-DAY-IS-DUE TO TRUE
                   END-IF
           END-EVALUATE
           .
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-FIND-OPEN-ENTRY - SET WS-ENTRY-FOUND (WS-OPEN-IDX ON *
      * THE MATCH) WHEN AN OPEN ENTRY ASKS FOR THIS SCHEDULE'S    *
      * CONSTANT, N AND REQUESTER WITH THE DUE DATE AS ITS        *
      * EARLIEST-RUN DATE.                                         *
      *-----------------------------------------------------------*
       3500-FIND-OPEN-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3510-MATCH-OPEN-ENTRY THRU 3510-EXIT
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-CNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *         PERFORM VARYING WILL HAVE STEPPED IT ONE PAST.
               SET WS-OPEN-IDX DOWN BY 1
           END-IF
           .
       3500-EXIT.
           EXIT.

       3510-MATCH-OPEN-ENTRY.
           IF WS-OPEN-CONST(WS-OPEN-IDX) = SC-CONST-CODE
               AND WS-OPEN-N(WS-OPEN-IDX) = SC-N
               AND WS-OPEN-BY(WS-OPEN-IDX) = SC-REQUESTED-BY
               AND WS-OPEN-EARLIEST(WS-OPEN-IDX) = WS-DUE-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           .
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-GENERATE-ENTRY - BUILD A QUEUED ENTRY THE WAY        *
      * DGTMAINT 2200 DOES, WITH THE DUE DATE AS ITS EARLIEST-RUN *
      * DATE, AND WRITE IT UNDER THE NEXT REQUEST ID. AN ID TAKEN *
      * MEANWHILE AT THE TERMINAL COMES BACK AS A DUPLICATE KEY - *
      * STEP PAST IT AND TRY AGAIN, UP TO TEN TIMES.               *
      *-----------------------------------------------------------*
       3600-GENERATE-ENTRY.
           MOVE SPACES TO RQ-RECORD
           SET RQ-QUEUED TO TRUE
           MOVE SC-N TO RQ-N
           MOVE SC-CONST-CODE TO RQ-CONST-CODE
           MOVE SC-REQUESTED-BY TO RQ-REQUESTED-BY
           MOVE WS-RUN-DATE TO RQ-REQ-DATE
           MOVE WS-RUN-TIME TO RQ-REQ-TIME
           MOVE ZERO TO RQ-DIGIT-CNT
           IF SC-PRIORITY IS NUMERIC AND SC-PRIORITY > 0
               MOVE SC-PRIORITY TO RQ-PRIORITY
           ELSE
               MOVE 5 TO RQ-PRIORITY
           END-IF
           MOVE WS-DUE-DATE TO RQ-EARLIEST-DATE
           MOVE 'N' TO WS-WRITTEN-SW
           MOVE ZERO TO WS-WRITE-TRIES
           PERFORM 3610-WRITE-ENTRY THRU 3610-EXIT
               UNTIL WS-ENTRY-WRITTEN OR WS-WRITE-TRIES = 10
           IF NOT WS-ENTRY-WRITTEN
               ADD 1 TO WS-FAILED-CNT
               MOVE SPACES TO WS-SKIP-REASON
               STRING 'QUEUE WRITE FAILED ' WS-RQ-STATUS
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM 3900-REPORT-SKIP THRU 3900-EXIT
               DISPLAY 'DGTSCHED-E5 UNABLE TO QUEUE SCHEDULE '
                   SC-SCHED-ID ' DUE ' WS-DUE-DATE ' - STATUS '
                   WS-RQ-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-GEN-CNT
           MOVE WS-DUE-DATE TO SC-LAST-GEN-DATE
           MOVE RQ-REQUEST-ID TO SC-LAST-REQUEST-ID
           SET WS-SCHED-CHANGED TO TRUE
           PERFORM 2200-ADD-OPEN-ENTRY THRU 2200-EXIT
           MOVE SPACES TO WS-GEN-LINE
           MOVE 'GENERATED' TO WG-ACTION
           MOVE SC-SCHED-ID TO WG-SCHED-ID
           MOVE WS-DUE-DATE TO WG-DUE-DATE
           MOVE RQ-REQUEST-ID TO WG-REQUEST-ID
           MOVE SC-N TO WG-N
           MOVE SC-REQUESTED-BY TO WG-BY
           MOVE WS-GEN-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
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
      * 3900-REPORT-SKIP - ONE REPORT LINE FOR A SCHEDULE OR      *
      * OCCURRENCE NOT GENERATED, WITH WS-SKIP-REASON.             *
      *-----------------------------------------------------------*
       3900-REPORT-SKIP.
           MOVE SPACES TO WS-GEN-LINE
           MOVE 'SKIPPED' TO WG-ACTION
           MOVE SC-SCHED-ID TO WG-SCHED-ID
           MOVE WS-DUE-DATE TO WG-DUE-DATE
           IF SC-N IS NUMERIC
               MOVE SC-N TO WG-N
           END-IF
           MOVE SC-REQUESTED-BY TO WG-BY
           MOVE WS-SKIP-REASON TO WG-REASON
           MOVE WS-GEN-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TERMINATE - WRITE THE SUMMARY, CLOSE EVERYTHING AND  *
      * RELEASE THE RUN LOCK.                                      *
      *-----------------------------------------------------------*
       4000-TERMINATE.
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'SCHEDULES READ=' TO WB-LBL
           MOVE WS-SCHED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'ENTRIES GENERATED=' TO WB-LBL
           MOVE WS-GEN-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'SKIPPED - ALREADY QUEUED=' TO WB-LBL
           MOVE WS-SKIP-QUEUED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'SKIPPED - GENERATED=' TO WB-LBL
           MOVE WS-SKIP-GEN-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'SKIPPED - SUSPENDED=' TO WB-LBL
           MOVE WS-SUSPENDED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'SKIPPED - REJECTED=' TO WB-LBL
           MOVE WS-REJECTED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'QUEUE WRITES FAILED=' TO WB-LBL
           MOVE WS-FAILED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           CLOSE REQUEST-QUEUE-FILE
           CLOSE SCHEDULE-FILE
           IF WS-RU-OPEN
               CLOSE REQUESTER-FILE
           END-IF
           CLOSE GRPT-FILE
           PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
           DISPLAY 'DGTSCHED COMPLETE - ' WS-GEN-CNT
               ' ENTRY(S) GENERATED FROM ' WS-SCHED-CNT
               ' SCHEDULE(S)'
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
      * 5000-WRITE-REPORT-MSG - WRITE ONE PREFORMATTED LINE TO    *
      * THE GENERATOR REPORT.                                      *
      *-----------------------------------------------------------*
       5000-WRITE-REPORT-MSG.
           MOVE WS-RPT-MSG TO GR-LINE
           WRITE GR-LINE
           .
       5000-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTSCHED.
