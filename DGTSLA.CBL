       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTSLA.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL TURNAROUND AND SLA REPORT.    *
      *                    FOR EVERY QUEUE REQUEST COMPLETED IN   *
      *                    THE REPORT MONTH (STILL ON REQQUEUE OR *
      *                    ALREADY ON THE DGTQPURG ARCHIVE),      *
      *                    SPLITS TURNAROUND INTO QUEUE WAIT      *
      *                    (ELIGIBLE TO CLAIMED) AND RUN TIME     *
      *                    (CLAIMED TO COMPLETE) FROM THE CLAIM   *
      *                    STAMP DIGITOFE NOW POSTS, FLAGS EACH   *
      *                    REQUEST OVER ITS PRIORITY'S TARGET     *
      *                    (HOURS, FROM THE SLAPARM CARD),        *
      *                    AVERAGES BY PRIORITY, AND LISTS THE    *
      *                    QUEUED AND HELD ENTRIES STILL WAITING  *
      *                    PAST THEIR EARLIEST-RUN DATE.           *
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
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL SPARM-FILE ASSIGN TO SLAPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPARM-STATUS.
           SELECT SRPT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE QUEUE KSDS (SEE DGTMREQ), READ   *
      * ONLY. ARCHIVED ENTRIES ARE UNPACKED INTO THE SAME RECORD  *
      * AREA ONCE THE QUEUE SWEEP IS OVER.                         *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * ARCH-FILE - THE SEQUENTIAL ARCHIVE DGTQPURG APPENDS TO -  *
      * THE FULL RQ-RECORD IMAGE PLUS THE ARCHIVE TIMESTAMP, WITH *
      * RQ-RECORD 81-120 AFTER THE TIMESTAMP (SEE DGTQPURG).       *
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
      * SPARM-FILE - ONE CONTROL CARD CARRYING THE REPORT MONTH   *
      * (YYYYMM - SPACES REPORT THE CALENDAR MONTH BEFORE THE RUN *
      * DATE) AND THE TURNAROUND TARGET IN HOURS FOR PRIORITIES 1 *
      * THROUGH 9, EACH FOUR DIGITS FOLLOWED BY ONE SPACE. A      *
      * TARGET LEFT BLANK, OR AN ABSENT FILE, TAKES THE MATCHING  *
      * DFT-TARGET-HRS VALUE BELOW.                                *
      *-----------------------------------------------------------*
       FD  SPARM-FILE
           RECORDING MODE IS F.
       01  SPARM-RECORD.
           05  SP-REPORT-MONTH     PIC X(06).
           05  FILLER              PIC X(01).
           05  SP-TARGET-ENTRY OCCURS 9 TIMES.
               10  SP-TARGET-HRS   PIC X(04).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(28).
      *-----------------------------------------------------------*
      * SRPT-FILE - THE PAGINATED TURNAROUND REPORT.               *
      *-----------------------------------------------------------*
       FD  SRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SR-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * DEFAULT TURNAROUND TARGETS IN HOURS, PRIORITY 1 THROUGH 9 *
      * - 4, 8, 12, 24, 48, 72, 96, 120 AND 168.                   *
      *-----------------------------------------------------------*
       01  DFT-TARGET-VALUES       PIC X(36) VALUE
           '000400080012002400480072009601200168'.
       01  DFT-TARGET-TABLE REDEFINES DFT-TARGET-VALUES.
           05  DFT-TARGET-HRS      PIC 9(04) OCCURS 9 TIMES.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-ARCH-STATUS          PIC X(02) VALUE '00'.
           88  WS-ARCH-OK          VALUE '00'.
       77  WS-SPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-SPARM-OK         VALUE '00'.
       77  WS-SRPT-STATUS          PIC X(02) VALUE '00'.
       77  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-ARCH-OPEN        VALUE 'Y'.
       77  WS-RQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-RQ-EOF           VALUE 'Y'.
       77  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-ARCH-EOF         VALUE 'Y'.
       77  WS-FOUND-SW             PIC X(01).
           88  WS-ENTRY-FOUND      VALUE 'Y'.
       77  WS-SEEN-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-SEEN-TABLE-FULL  VALUE 'Y'.
       77  WS-TS-BAD-SW            PIC X(01).
           88  WS-TS-BAD           VALUE 'Y'.
       77  WS-CLAIM-OK-SW          PIC X(01).
           88  WS-CLAIM-OK         VALUE 'Y'.
       01  WS-RUN-DATE             PIC X(08).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
       01  WS-RPT-MONTH            PIC X(06).
       01  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
           05  WS-RPT-YYYY         PIC 9(04).
           05  WS-RPT-MM           PIC 9(02).
       77  WS-PRI-IDX              PIC 9(02) BINARY.
       77  WS-ENT-PRIO             PIC 9(01).
       77  WS-SEEN-CNT             PIC 9(04) BINARY VALUE ZERO.
       77  WS-SEEN-IDX             PIC 9(04) BINARY.
       77  WS-RPT-PAGE-NO          PIC 9(03) BINARY VALUE ZERO.
       77  WS-RPT-PAGE-DSP         PIC 9(03).
       77  WS-RPT-LINE-CNT         PIC 9(02) BINARY VALUE ZERO.
       77  WS-RPT-PAGE-LINES       PIC 9(02) BINARY VALUE 55.
      *-----------------------------------------------------------*
      * TIMESTAMP CONVERSION WORK AREA FOR 3800 - A YYYYMMDD DATE *
      * AND AN HHMMSSCC TIME IN, SECONDS SINCE THE CALENDAR BASE  *
      * OUT.                                                       *
      *-----------------------------------------------------------*
       01  WS-TS-DATE              PIC X(08).
       01  WS-TS-DATE-N REDEFINES WS-TS-DATE PIC 9(08).
       01  WS-TS-TIME.
           05  WS-TS-HH            PIC 9(02).
           05  WS-TS-MI            PIC 9(02).
           05  WS-TS-SS            PIC 9(02).
           05  FILLER              PIC X(02).
       77  WS-TS-SECS              PIC 9(11).
       77  WS-ELIG-SECS            PIC 9(11).
       77  WS-CLAIM-SECS           PIC 9(11).
       77  WS-COMPL-SECS           PIC 9(11).
       77  WS-WAIT-SECS            PIC 9(09).
       77  WS-RUNTM-SECS           PIC 9(09).
       77  WS-TOTAL-SECS           PIC 9(09).
       77  WS-TARGET-SECS          PIC 9(09).
       77  WS-DAYS-OVER            PIC 9(05).
       77  WS-AVG-WORK             PIC 9(09).
       77  WS-QUEUE-CNT            PIC 9(06) VALUE ZERO.
       77  WS-ARCH-CNT             PIC 9(06) VALUE ZERO.
       77  WS-DUP-CNT              PIC 9(06) VALUE ZERO.
       77  WS-COMPL-CNT            PIC 9(06) VALUE ZERO.
       77  WS-NOCLAIM-CNT          PIC 9(06) VALUE ZERO.
       77  WS-BREACH-CNT           PIC 9(06) VALUE ZERO.
       77  WS-STALE-CNT            PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------*
      * REQUEST IDS ALREADY REPORTED - AN ENTRY WHOSE HOUSEKEEPING *
      * DELETE FAILED IS ON BOTH THE QUEUE AND THE ARCHIVE.        *
      *-----------------------------------------------------------*
       01  WS-SEEN-TABLE.
           03  WS-SEEN-ID          PIC 9(06) OCCURS 5000 TIMES.
      *-----------------------------------------------------------*
      * PER-PRIORITY TALLIES, SUBSCRIPTED BY PRIORITY 1-9. TIMES  *
      * ARE HELD IN SECONDS AND REPORTED IN MINUTES. WAIT AND RUN *
      * ARE AVERAGED OVER THE REQUESTS CARRYING A CLAIM STAMP     *
      * ONLY (WS-PRI-SPLIT-CNT); TURNAROUND OVER ALL OF THEM.      *
      *-----------------------------------------------------------*
       01  WS-PRI-TABLE.
           03  WS-PRI-ENTRY OCCURS 9 TIMES.
               05  WS-PRI-TARGET-HRS   PIC 9(04).
               05  WS-PRI-CNT          PIC 9(05).
               05  WS-PRI-SPLIT-CNT    PIC 9(05).
               05  WS-PRI-WAIT-SECS    PIC 9(11).
               05  WS-PRI-RUN-SECS     PIC 9(11).
               05  WS-PRI-TOTAL-SECS   PIC 9(11).
               05  WS-PRI-WORST-SECS   PIC 9(09).
               05  WS-PRI-BREACH-CNT   PIC 9(05).
               05  WS-PRI-FAILED-CNT   PIC 9(05).
               05  WS-PRI-CANCEL-CNT   PIC 9(05).
       01  WS-SRPT-MSG             PIC X(80).
       01  WS-DTL-LINE.
           05  WL-ID               PIC 9(06).
           05  FILLER              PIC X(01).
           05  WL-PRIO             PIC 9(01).
           05  FILLER              PIC X(01).
           05  WL-BY               PIC X(08).
           05  FILLER              PIC X(01).
           05  WL-COMPL-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  WL-WAIT             PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WL-RUN              PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WL-TOTAL            PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WL-TARGET           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WL-FLAG             PIC X(08).
           05  FILLER              PIC X(15).
       01  WS-PRI-LINE.
           05  WP-PRIO             PIC 9(01).
           05  FILLER              PIC X(02).
           05  WP-CNT              PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-AVG-WAIT         PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-AVG-RUN          PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-AVG-TOTAL        PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-WORST            PIC ZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-TARGET           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-BREACH           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-FAILED           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-CANCEL           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WP-FLAG             PIC X(06).
           05  FILLER              PIC X(09).
       01  WS-STALE-LINE.
           05  WQ-ID               PIC 9(06).
           05  FILLER              PIC X(01).
           05  WQ-STATUS           PIC X(01).
           05  FILLER              PIC X(01).
           05  WQ-PRIO             PIC 9(01).
           05  FILLER              PIC X(01).
           05  WQ-BY               PIC X(08).
           05  FILLER              PIC X(01).
           05  WQ-REQ-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  WQ-EARLIEST         PIC X(08).
           05  FILLER              PIC X(01).
           05  WQ-DAYS             PIC ZZZZ9.
           05  FILLER              PIC X(37).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC ZZZZZ9.
           05  FILLER              PIC X(50).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-QUEUE THRU 2000-EXIT
           PERFORM 2500-SWEEP-ARCHIVE THRU 2500-EXIT
           PERFORM 4000-WRITE-PRIORITY-SUMMARY THRU 4000-EXIT
           PERFORM 4500-LIST-STALE-ENTRIES THRU 4500-EXIT
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - RESOLVE THE REPORT MONTH AND TARGETS,   *
      * CLEAR THE PRIORITY TALLIES, AND OPEN THE QUEUE, ARCHIVE   *
      * AND REPORT.                                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RPT-MONTH
           PERFORM 1050-CLEAR-PRIORITY-ROW THRU 1050-EXIT
               VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > 9
           OPEN INPUT SPARM-FILE
           IF WS-SPARM-OK
               READ SPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT
               END-READ
               CLOSE SPARM-FILE
           END-IF
           IF WS-RPT-MONTH = SPACES
               PERFORM 1200-DEFAULT-REPORT-MONTH THRU 1200-EXIT
           END-IF
           OPEN INPUT REQUEST-QUEUE-FILE
           IF NOT WS-RQ-OK
               DISPLAY 'DGTSLA-E1 UNABLE TO OPEN REQQUEUE - '
                   'STATUS ' WS-RQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
           END-IF
           OPEN OUTPUT SRPT-FILE
           PERFORM 6000-WRITE-PAGE-HEADER THRU 6000-EXIT
           MOVE SPACES TO WS-SRPT-MSG
           STRING 'COMPLETED REQUESTS - TIMES IN MINUTES, TARGET IN '
               'HOURS'
               DELIMITED BY SIZE INTO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-SRPT-MSG
           STRING 'REQID  P REQBY    COMPLDT     WAIT     RUN   '
               'TOTAL TARGT FLAG'
               DELIMITED BY SIZE INTO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       1000-EXIT.
           EXIT.

       1050-CLEAR-PRIORITY-ROW.
           MOVE DFT-TARGET-HRS(WS-PRI-IDX)
               TO WS-PRI-TARGET-HRS(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-CNT(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-SPLIT-CNT(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-WAIT-SECS(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-RUN-SECS(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-TOTAL-SECS(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-WORST-SECS(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-BREACH-CNT(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-FAILED-CNT(WS-PRI-IDX)
           MOVE ZERO TO WS-PRI-CANCEL-CNT(WS-PRI-IDX)
           .
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-TAKE-PARM-CARD - A REPORT MONTH THAT IS NOT A REAL   *
      * YYYYMM IS A HARD ERROR. A TARGET THAT IS NOT NUMERIC      *
      * FALLS BACK TO ITS DEFAULT WITH A WARNING.                  *
      *-----------------------------------------------------------*
       1100-TAKE-PARM-CARD.
           IF SP-REPORT-MONTH NOT = SPACES
               MOVE SP-REPORT-MONTH TO WS-RPT-MONTH
               IF WS-RPT-MONTH IS NOT NUMERIC
                   OR WS-RPT-MM < 1 OR WS-RPT-MM > 12
                   DISPLAY 'DGTSLA-E2 INVALID REPORT MONTH ON '
                       'SLAPARM - ' SP-REPORT-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1110-TAKE-TARGET THRU 1110-EXIT
               VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > 9
           .
       1100-EXIT.
           EXIT.

       1110-TAKE-TARGET.
           IF SP-TARGET-HRS(WS-PRI-IDX) = SPACES
               GO TO 1110-EXIT
           END-IF
           IF SP-TARGET-HRS(WS-PRI-IDX) IS NUMERIC
               MOVE SP-TARGET-HRS(WS-PRI-IDX)
                   TO WS-PRI-TARGET-HRS(WS-PRI-IDX)
           ELSE
               DISPLAY 'DGTSLA-W1 TARGET FOR PRIORITY ' WS-PRI-IDX
                   ' ON SLAPARM IS NOT NUMERIC - DEFAULT '
                   DFT-TARGET-HRS(WS-PRI-IDX) ' HOURS USED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-DEFAULT-REPORT-MONTH - NO MONTH ON THE CARD - REPORT *
      * THE CALENDAR MONTH BEFORE THE RUN DATE.                    *
      *-----------------------------------------------------------*
       1200-DEFAULT-REPORT-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH
           IF WS-RPT-MM = 1
               SUBTRACT 1 FROM WS-RPT-YYYY
               MOVE 12 TO WS-RPT-MM
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF
           .
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SWEEP-QUEUE - WALK THE QUEUE IN KEY ORDER AND TALLY  *
      * EVERY ENTRY CLOSED IN THE REPORT MONTH.                    *
      *-----------------------------------------------------------*
       2000-SWEEP-QUEUE.
           MOVE ZERO TO RQ-REQUEST-ID
           START REQUEST-QUEUE-FILE KEY IS NOT LESS THAN
                   RQ-REQUEST-ID
               INVALID KEY
                   SET WS-RQ-EOF TO TRUE
           END-START
           PERFORM 2100-TEST-QUEUE-ENTRY THRU 2100-EXIT
               UNTIL WS-RQ-EOF
           .
       2000-EXIT.
           EXIT.

       2100-TEST-QUEUE-ENTRY.
           READ REQUEST-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-RQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT RQ-COMPLETE AND NOT RQ-FAILED AND NOT RQ-CANCELLED
               GO TO 2100-EXIT
           END-IF
           IF RQ-COMPL-DATE(1:6) NOT = WS-RPT-MONTH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-CNT
           PERFORM 3000-TALLY-ENTRY THRU 3000-EXIT
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SWEEP-ARCHIVE - TALLY EVERY ARCHIVED ENTRY CLOSED IN *
      * THE REPORT MONTH. NO ARCHIVE ON FILE IS NORMAL UNTIL THE  *
      * FIRST HOUSEKEEPING RUN.                                    *
      *-----------------------------------------------------------*
       2500-SWEEP-ARCHIVE.
           IF NOT WS-ARCH-OPEN
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-TEST-ARCHIVE-ENTRY THRU 2600-EXIT
               UNTIL WS-ARCH-EOF
           .
       2500-EXIT.
           EXIT.

       2600-TEST-ARCHIVE-ENTRY.
           READ ARCH-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
                   GO TO 2600-EXIT
           END-READ
           MOVE AR-REQUEST TO RQ-RECORD(1:80)
           MOVE AR-REQUEST-EXT TO RQ-RECORD(81:40)
           IF NOT RQ-COMPLETE AND NOT RQ-FAILED AND NOT RQ-CANCELLED
               GO TO 2600-EXIT
           END-IF
           IF RQ-COMPL-DATE(1:6) NOT = WS-RPT-MONTH
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-ARCH-CNT
           PERFORM 3000-TALLY-ENTRY THRU 3000-EXIT
           .
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TALLY-ENTRY - FOLD THE CLOSED ENTRY IN RQ-RECORD     *
      * INTO ITS PRIORITY ROW. FAILED AND CANCELLED ENTRIES ARE   *
      * COUNTED ONLY - THEY HAVE NO TURNAROUND TO MEASURE. A      *
      * COMPLETED ENTRY IS TIMED FROM THE MOMENT IT BECAME        *
      * ELIGIBLE - ITS REQUEST TIME, OR MIDNIGHT ON A LATER       *
      * EARLIEST-RUN DATE, SINCE WAITING FOR A DATE THE REQUESTER *
      * ASKED FOR IS NOT A SERVICE FAILURE.                        *
      *-----------------------------------------------------------*
       3000-TALLY-ENTRY.
           PERFORM 3100-CHECK-ALREADY-SEEN THRU 3100-EXIT
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-DUP-CNT
               GO TO 3000-EXIT
           END-IF
           IF RQ-PRIORITY IS NUMERIC AND RQ-PRIORITY > 0
               MOVE RQ-PRIORITY TO WS-ENT-PRIO
           ELSE
               MOVE 5 TO WS-ENT-PRIO
           END-IF
           IF RQ-FAILED
               ADD 1 TO WS-PRI-FAILED-CNT(WS-ENT-PRIO)
               GO TO 3000-EXIT
           END-IF
           IF RQ-CANCELLED
               ADD 1 TO WS-PRI-CANCEL-CNT(WS-ENT-PRIO)
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-TIME-ENTRY THRU 3200-EXIT
           IF WS-TS-BAD
      *         NO USABLE REQUEST OR COMPLETION STAMP - NOTHING TO
      *         MEASURE. COUNTED WITH THE NO-CLAIM ENTRIES.
               ADD 1 TO WS-NOCLAIM-CNT
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-COMPL-CNT
           ADD 1 TO WS-PRI-CNT(WS-ENT-PRIO)
           ADD WS-TOTAL-SECS TO WS-PRI-TOTAL-SECS(WS-ENT-PRIO)
           IF WS-TOTAL-SECS > WS-PRI-WORST-SECS(WS-ENT-PRIO)
               MOVE WS-TOTAL-SECS TO WS-PRI-WORST-SECS(WS-ENT-PRIO)
           END-IF
           IF WS-CLAIM-OK
               ADD 1 TO WS-PRI-SPLIT-CNT(WS-ENT-PRIO)
               ADD WS-WAIT-SECS TO WS-PRI-WAIT-SECS(WS-ENT-PRIO)
               ADD WS-RUNTM-SECS TO WS-PRI-RUN-SECS(WS-ENT-PRIO)
           ELSE
               ADD 1 TO WS-NOCLAIM-CNT
           END-IF
           COMPUTE WS-TARGET-SECS =
               WS-PRI-TARGET-HRS(WS-ENT-PRIO) * 3600
           MOVE SPACES TO WS-DTL-LINE
           IF WS-TOTAL-SECS > WS-TARGET-SECS
               ADD 1 TO WS-PRI-BREACH-CNT(WS-ENT-PRIO)
               ADD 1 TO WS-BREACH-CNT
               MOVE 'BREACH' TO WL-FLAG
           END-IF
           PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-ALREADY-SEEN - SETS WS-ENTRY-FOUND WHEN THIS   *
      * REQUEST ID HAS ALREADY BEEN TALLIED; OTHERWISE REMEMBERS  *
      * IT.                                                        *
      *-----------------------------------------------------------*
       3100-CHECK-ALREADY-SEEN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3110-MATCH-SEEN-ID THRU 3110-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-CNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF
           IF WS-SEEN-CNT < 5000
               ADD 1 TO WS-SEEN-CNT
               MOVE RQ-REQUEST-ID TO WS-SEEN-ID(WS-SEEN-CNT)
           ELSE
               IF NOT WS-SEEN-TABLE-FULL
                   DISPLAY 'DGTSLA-W2 MORE THAN 5000 REQUESTS IN '
                       'THE MONTH - DUPLICATE ARCHIVE ENTRIES NO '
                       'LONGER SUPPRESSED'
                   SET WS-SEEN-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

       3110-MATCH-SEEN-ID.
           IF WS-SEEN-ID(WS-SEEN-IDX) = RQ-REQUEST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           .
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-TIME-ENTRY - WORK OUT THE ELIGIBLE, CLAIM AND        *
      * COMPLETION INSTANTS AND FROM THEM THE TURNAROUND, WAIT    *
      * AND RUN SECONDS. WS-TS-BAD COMES BACK SET WHEN THE        *
      * REQUEST OR COMPLETION STAMP IS UNUSABLE; WS-CLAIM-OK      *
      * STAYS OFF WHEN THERE IS NO CLAIM STAMP (ENTRIES CLAIMED   *
      * BEFORE DIGITOFE POSTED ONE), IN WHICH CASE ONLY THE       *
      * TURNAROUND IS KNOWN. A STAMP EARLIER THAN THE ONE BEFORE  *
      * IT (A CLOCK RESET, OR A CLAIM BEFORE THE EARLIEST-RUN     *
      * DATE BY A PARM OVERRIDE) COUNTS AS ZERO, NEVER NEGATIVE.   *
      *-----------------------------------------------------------*
       3200-TIME-ENTRY.
           MOVE 'N' TO WS-CLAIM-OK-SW
           MOVE ZERO TO WS-WAIT-SECS WS-RUNTM-SECS WS-TOTAL-SECS
           IF RQ-EARLIEST-DATE IS NUMERIC
               AND RQ-EARLIEST-DATE > RQ-REQ-DATE
               MOVE RQ-EARLIEST-DATE TO WS-TS-DATE
               MOVE ZERO TO WS-TS-TIME
           ELSE
               MOVE RQ-REQ-DATE TO WS-TS-DATE
               MOVE RQ-REQ-TIME TO WS-TS-TIME
           END-IF
           PERFORM 3800-STAMP-TO-SECONDS THRU 3800-EXIT
           IF WS-TS-BAD
               GO TO 3200-EXIT
           END-IF
           MOVE WS-TS-SECS TO WS-ELIG-SECS
           MOVE RQ-COMPL-DATE TO WS-TS-DATE
           MOVE RQ-COMPL-TIME TO WS-TS-TIME
           PERFORM 3800-STAMP-TO-SECONDS THRU 3800-EXIT
           IF WS-TS-BAD
               GO TO 3200-EXIT
           END-IF
           MOVE WS-TS-SECS TO WS-COMPL-SECS
           IF WS-COMPL-SECS > WS-ELIG-SECS
               COMPUTE WS-TOTAL-SECS = WS-COMPL-SECS - WS-ELIG-SECS
           END-IF
           MOVE RQ-CLAIM-DATE TO WS-TS-DATE
           MOVE RQ-CLAIM-TIME TO WS-TS-TIME
           PERFORM 3800-STAMP-TO-SECONDS THRU 3800-EXIT
           IF WS-TS-BAD
      *         THE REQUEST AND COMPLETION STAMPS WERE GOOD - ONLY
      *         THE SPLIT IS MISSING.
               MOVE 'N' TO WS-TS-BAD-SW
               GO TO 3200-EXIT
           END-IF
           MOVE WS-TS-SECS TO WS-CLAIM-SECS
           SET WS-CLAIM-OK TO TRUE
           IF WS-CLAIM-SECS > WS-ELIG-SECS
               COMPUTE WS-WAIT-SECS = WS-CLAIM-SECS - WS-ELIG-SECS
           END-IF
           IF WS-COMPL-SECS > WS-CLAIM-SECS
               COMPUTE WS-RUNTM-SECS = WS-COMPL-SECS - WS-CLAIM-SECS
           END-IF
           .
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-DETAIL-LINE - ONE LINE PER COMPLETED REQUEST.  *
      * WL-FLAG WAS SET BY 3000; WAIT AND RUN ARE LEFT BLANK WHEN *
      * THE ENTRY CARRIES NO CLAIM STAMP.                          *
      *-----------------------------------------------------------*
       3500-WRITE-DETAIL-LINE.
           MOVE RQ-REQUEST-ID TO WL-ID
           MOVE WS-ENT-PRIO TO WL-PRIO
           MOVE RQ-REQUESTED-BY TO WL-BY
           MOVE RQ-COMPL-DATE TO WL-COMPL-DATE
           IF WS-CLAIM-OK
               COMPUTE WL-WAIT ROUNDED = WS-WAIT-SECS / 60
               COMPUTE WL-RUN ROUNDED = WS-RUNTM-SECS / 60
           ELSE
               IF WL-FLAG = SPACES
                   MOVE 'NOCLAIM' TO WL-FLAG
               END-IF
           END-IF
           COMPUTE WL-TOTAL ROUNDED = WS-TOTAL-SECS / 60
           MOVE WS-PRI-TARGET-HRS(WS-ENT-PRIO) TO WL-TARGET
           MOVE WS-DTL-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-STAMP-TO-SECONDS - CONVERT WS-TS-DATE (YYYYMMDD) AND *
      * WS-TS-TIME (HHMMSSCC) TO WS-TS-SECS. SETS WS-TS-BAD WHEN  *
      * EITHER IS NOT A USABLE STAMP (SPACES INCLUDED).            *
      *-----------------------------------------------------------*
       3800-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-TS-BAD-SW
           IF WS-TS-DATE IS NOT NUMERIC
               OR WS-TS-DATE < '16010101'
               OR WS-TS-HH IS NOT NUMERIC
               OR WS-TS-MI IS NOT NUMERIC
               OR WS-TS-SS IS NOT NUMERIC
               SET WS-TS-BAD TO TRUE
               GO TO 3800-EXIT
           END-IF
      *     CALENDAR ARITHMETIC - ORDINARY VERBS CANNOT COUNT DAYS
      *     ACROSS MONTH AND YEAR ENDS.
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-N) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           .
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-PRIORITY-SUMMARY - ONE LINE PER PRIORITY -     *
      * COUNTS, AVERAGE WAIT/RUN/TURNAROUND AND WORST TURNAROUND  *
      * IN MINUTES, THE TARGET IN HOURS, BREACHES, AND 'OVER'     *
      * WHEN THE AVERAGE TURNAROUND ITSELF MISSES THE TARGET.      *
      *-----------------------------------------------------------*
       4000-WRITE-PRIORITY-SUMMARY.
           IF WS-COMPL-CNT = ZERO
               MOVE '  NO REQUESTS COMPLETED IN THE REPORT MONTH'
                   TO WS-SRPT-MSG
               PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           END-IF
           MOVE SPACES TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'TURNAROUND BY PRIORITY - MINUTES' TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-SRPT-MSG
           STRING 'P  COMPL AVGWAIT  AVGRUN  AVGTOT   WORST TARGT '
               'BRCH  FAIL  CANC'
               DELIMITED BY SIZE INTO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           PERFORM 4100-WRITE-PRIORITY-LINE THRU 4100-EXIT
               VARYING WS-PRI-IDX FROM 1 BY 1
               UNTIL WS-PRI-IDX > 9
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-PRIORITY-LINE.
           MOVE SPACES TO WS-PRI-LINE
           MOVE WS-PRI-IDX TO WP-PRIO
           MOVE WS-PRI-CNT(WS-PRI-IDX) TO WP-CNT
           IF WS-PRI-SPLIT-CNT(WS-PRI-IDX) > ZERO
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-PRI-WAIT-SECS(WS-PRI-IDX)
                       / WS-PRI-SPLIT-CNT(WS-PRI-IDX) / 60
               MOVE WS-AVG-WORK TO WP-AVG-WAIT
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-PRI-RUN-SECS(WS-PRI-IDX)
                       / WS-PRI-SPLIT-CNT(WS-PRI-IDX) / 60
               MOVE WS-AVG-WORK TO WP-AVG-RUN
           ELSE
               MOVE ZERO TO WP-AVG-WAIT WP-AVG-RUN
           END-IF
           IF WS-PRI-CNT(WS-PRI-IDX) > ZERO
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-PRI-TOTAL-SECS(WS-PRI-IDX)
                       / WS-PRI-CNT(WS-PRI-IDX) / 60
               IF WS-PRI-TOTAL-SECS(WS-PRI-IDX)
                   / WS-PRI-CNT(WS-PRI-IDX)
                   > WS-PRI-TARGET-HRS(WS-PRI-IDX) * 3600
                   MOVE 'OVER' TO WP-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-AVG-WORK
           END-IF
           MOVE WS-AVG-WORK TO WP-AVG-TOTAL
           COMPUTE WP-WORST ROUNDED =
               WS-PRI-WORST-SECS(WS-PRI-IDX) / 60
           MOVE WS-PRI-TARGET-HRS(WS-PRI-IDX) TO WP-TARGET
           MOVE WS-PRI-BREACH-CNT(WS-PRI-IDX) TO WP-BREACH
           MOVE WS-PRI-FAILED-CNT(WS-PRI-IDX) TO WP-FAILED
           MOVE WS-PRI-CANCEL-CNT(WS-PRI-IDX) TO WP-CANCEL
           MOVE WS-PRI-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-LIST-STALE-ENTRIES - WALK THE QUEUE AGAIN AND LIST   *
      * EVERY QUEUED OR HELD ENTRY WHOSE ELIGIBLE DATE (EARLIEST- *
      * RUN DATE, OR REQUEST DATE WHEN THAT IS BLANK) IS BEFORE   *
      * TODAY - WORK THAT COULD HAVE RUN AND HAS NOT.              *
      *-----------------------------------------------------------*
       4500-LIST-STALE-ENTRIES.
           MOVE SPACES TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'QUEUED/HELD PAST EARLIEST-RUN DATE AS OF RUN DATE'
               TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-SRPT-MSG
           STRING 'REQID  S P REQBY    REQDATE  EARLIEST  DAYS'
               DELIMITED BY SIZE INTO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'N' TO WS-RQ-EOF-SW
           MOVE ZERO TO RQ-REQUEST-ID
           START REQUEST-QUEUE-FILE KEY IS NOT LESS THAN
                   RQ-REQUEST-ID
               INVALID KEY
                   SET WS-RQ-EOF TO TRUE
           END-START
           PERFORM 4510-TEST-STALE-ENTRY THRU 4510-EXIT
               UNTIL WS-RQ-EOF
           IF WS-STALE-CNT = ZERO
               MOVE '  NONE' TO WS-SRPT-MSG
               PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           END-IF
           .
       4500-EXIT.
           EXIT.

       4510-TEST-STALE-ENTRY.
           READ REQUEST-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-RQ-EOF TO TRUE
                   GO TO 4510-EXIT
           END-READ
           IF NOT RQ-QUEUED AND NOT RQ-HELD
               GO TO 4510-EXIT
           END-IF
           IF RQ-EARLIEST-DATE IS NUMERIC
               MOVE RQ-EARLIEST-DATE TO WS-TS-DATE
           ELSE
               MOVE RQ-REQ-DATE TO WS-TS-DATE
           END-IF
           IF WS-TS-DATE IS NOT NUMERIC
               OR WS-TS-DATE < '16010101'
               OR WS-TS-DATE NOT < WS-RUN-DATE
               GO TO 4510-EXIT
           END-IF
      *     CALENDAR ARITHMETIC - ORDINARY VERBS CANNOT COUNT DAYS
      *     ACROSS MONTH AND YEAR ENDS.
           COMPUTE WS-DAYS-OVER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WS-TS-DATE-N)
           ADD 1 TO WS-STALE-CNT
           MOVE SPACES TO WS-STALE-LINE
           MOVE RQ-REQUEST-ID TO WQ-ID
           MOVE RQ-STATUS TO WQ-STATUS
           IF RQ-PRIORITY IS NUMERIC AND RQ-PRIORITY > 0
               MOVE RQ-PRIORITY TO WQ-PRIO
           ELSE
               MOVE 5 TO WQ-PRIO
           END-IF
           MOVE RQ-REQUESTED-BY TO WQ-BY
           MOVE RQ-REQ-DATE TO WQ-REQ-DATE
           MOVE RQ-EARLIEST-DATE TO WQ-EARLIEST
           MOVE WS-DAYS-OVER TO WQ-DAYS
           MOVE WS-STALE-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-TERMINATE - WRITE THE CLOSING COUNTS, CLOSE          *
      * EVERYTHING AND ANNOUNCE THE RESULT. ANY BREACH OR STALE   *
      * ENTRY ENDS WITH A WARNING RETURN CODE SO THE SCHEDULER    *
      * SHOWS IT.                                                  *
      *-----------------------------------------------------------*
       5000-TERMINATE.
           MOVE SPACES TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'QUEUE ENTRIES READ=' TO WB-LBL
           MOVE WS-QUEUE-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'ARCHIVE ENTRIES READ=' TO WB-LBL
           MOVE WS-ARCH-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'DUPLICATES SKIPPED=' TO WB-LBL
           MOVE WS-DUP-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'COMPLETED AND TIMED=' TO WB-LBL
           MOVE WS-COMPL-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'WITHOUT CLAIM STAMP=' TO WB-LBL
           MOVE WS-NOCLAIM-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'TARGET BREACHES=' TO WB-LBL
           MOVE WS-BREACH-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'STALE QUEUED/HELD=' TO WB-LBL
           MOVE WS-STALE-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-SRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           CLOSE REQUEST-QUEUE-FILE
           IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
           END-IF
           CLOSE SRPT-FILE
           IF WS-BREACH-CNT > ZERO OR WS-STALE-CNT > ZERO
               DISPLAY 'DGTSLA-W3 ' WS-BREACH-CNT ' TARGET '
                   'BREACH(ES), ' WS-STALE-CNT ' STALE QUEUED/'
                   'HELD ENTRY(S) - SEE SLARPT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTSLA COMPLETE - MONTH ' WS-RPT-MONTH ' - '
               WS-COMPL-CNT ' REQUEST(S) TIMED'
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-PAGE-HEADER - WRITE THE PAGE TITLE LINE        *
      * CARRYING THE REPORT DATE, THE MONTH AND THE PAGE.          *
      *-----------------------------------------------------------*
       6000-WRITE-PAGE-HEADER.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE-DSP
           MOVE SPACES TO WS-SRPT-MSG
           STRING ' DGTSLA TURNAROUND AND SLA  DATE=' WS-RUN-DATE
               ' MONTH=' WS-RPT-MONTH ' PAGE=' WS-RPT-PAGE-DSP
               DELIMITED BY SIZE INTO WS-SRPT-MSG
           MOVE WS-SRPT-MSG TO SR-LINE
           WRITE SR-LINE
           MOVE SPACES TO WS-SRPT-MSG
           .
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE, ROLLING   *
      * TO A NEW PAGE HEADER WHEN THE CURRENT PAGE IS FULL.        *
      *-----------------------------------------------------------*
       6100-WRITE-REPORT-LINE.
           MOVE WS-SRPT-MSG TO SR-LINE
           WRITE SR-LINE
           ADD 1 TO WS-RPT-LINE-CNT
           IF WS-RPT-LINE-CNT = WS-RPT-PAGE-LINES
               MOVE ZERO TO WS-RPT-LINE-CNT
               PERFORM 6000-WRITE-PAGE-HEADER THRU 6000-EXIT
           END-IF
           .
       6100-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTSLA.
