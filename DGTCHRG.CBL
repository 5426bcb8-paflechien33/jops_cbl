       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTCHRG.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL MONTHLY CHARGEBACK. PRICES    *
      *                    EVERY QUEUE REQUEST CLOSED IN THE      *
      *                    BILLING MONTH - STILL ON REQQUEUE OR   *
      *                    ALREADY MOVED TO THE DGTQPURG ARCHIVE  *
      *                    - BY THE ELAPSED SECONDS AND DIGIT     *
      *                    COUNT ON ITS RESULTS RECORD, AT THE    *
      *                    COMPUTE RATES OR (WHEN RR-SOURCE SAYS  *
      *                    IT WAS COPIED FROM THE DIGIT           *
      *                    REPOSITORY) THE LOWER COPY RATES.      *
      *                    FAILED AND CANCELLED REQUESTS ARE      *
      *                    LISTED BUT NOT CHARGED. PRINTS THE     *
      *                    DETAIL WITH TOTALS BY REQUESTER AND BY *
      *                    DEPARTMENT (FROM THE REQUESTER MASTER) *
      *                    AND WRITES THE GENERAL LEDGER FEED     *
      *                    (GLFEED DD - SEE DGTGLF).               *
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
           SELECT OPTIONAL RESULT-FILE ASSIGN TO RESULTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-REQUEST-ID
               FILE STATUS IS WS-RES-STATUS.
           SELECT OPTIONAL REQUESTER-FILE ASSIGN TO REQUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-REQUESTER-ID
               FILE STATUS IS WS-RU-STATUS.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL CPARM-FILE ASSIGN TO CHRGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.
           SELECT CRPT-FILE ASSIGN TO CHRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.
           SELECT GLFEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLF-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE QUEUE KSDS (SEE DGTMREQ), READ   *
      * ONLY. ARCHIVED ENTRIES ARE UNPACKED INTO THE SAME RECORD  *
      * AREA ONCE THE QUEUE SWEEP IS OVER, SO BOTH SOURCES ARE    *
      * PRICED BY THE SAME PARAGRAPHS.                             *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * RESULT-FILE - DIGITOFE'S PER-REQUEST RESULTS KSDS (SEE    *
      * DGTMRES) - THE ELAPSED SECONDS, DIGIT COUNT AND SOURCE    *
      * EACH CHARGE IS PRICED FROM.                                *
      *-----------------------------------------------------------*
       FD  RESULT-FILE.
           COPY DGTMRES.
      *-----------------------------------------------------------*
      * REQUESTER-FILE - THE REQUESTER MASTER (SEE DGTMUSR) -     *
      * DEPARTMENT AND COST CENTER FOR EACH REQUESTER CHARGED.    *
      *-----------------------------------------------------------*
       FD  REQUESTER-FILE.
           COPY DGTMUSR.
      *-----------------------------------------------------------*
      * ARCH-FILE - THE SEQUENTIAL ARCHIVE DGTQPURG APPENDS TO -  *
      * THE FULL RQ-RECORD IMAGE PLUS THE ARCHIVE TIMESTAMP, WITH  *
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
      * CPARM-FILE - ONE CONTROL CARD CARRYING THE BILLING MONTH  *
      * (YYYYMM - SPACES BILL THE CALENDAR MONTH BEFORE THE RUN   *
      * DATE) AND THE FOUR RATES - DOLLARS PER ELAPSED SECOND AND *
      * PER THOUSAND DIGITS, FOR COMPUTED AND FOR REPOSITORY-     *
      * COPIED REQUESTS. A RATE LEFT BLANK, OR AN ABSENT FILE,    *
      * TAKES THE MATCHING DFT- VALUE BELOW.                       *
      *-----------------------------------------------------------*
       FD  CPARM-FILE
           RECORDING MODE IS F.
       01  CPARM-RECORD.
           05  CP-BILL-MONTH       PIC X(06).
           05  FILLER              PIC X(01).
           05  CP-COMP-SEC-RATE    PIC X(06).
           05  CP-COMP-SEC-RATE-N REDEFINES CP-COMP-SEC-RATE
                                   PIC 9(02)V9(04).
           05  FILLER              PIC X(01).
           05  CP-COMP-KDIG-RATE   PIC X(06).
           05  CP-COMP-KDIG-RATE-N REDEFINES CP-COMP-KDIG-RATE
                                   PIC 9(02)V9(04).
           05  FILLER              PIC X(01).
           05  CP-REPO-SEC-RATE    PIC X(06).
           05  CP-REPO-SEC-RATE-N REDEFINES CP-REPO-SEC-RATE
                                   PIC 9(02)V9(04).
           05  FILLER              PIC X(01).
           05  CP-REPO-KDIG-RATE   PIC X(06).
           05  CP-REPO-KDIG-RATE-N REDEFINES CP-REPO-KDIG-RATE
                                   PIC 9(02)V9(04).
           05  FILLER              PIC X(46).
      *-----------------------------------------------------------*
      * CRPT-FILE - THE PAGINATED CHARGEBACK REPORT.               *
      *-----------------------------------------------------------*
       FD  CRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CR-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * GLFEED-FILE - THE GENERAL LEDGER INTERFACE FEED (SEE      *
      * DGTGLF).                                                   *
      *-----------------------------------------------------------*
       FD  GLFEED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTGLF.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       01  DFT-COMP-SEC-RATE       PIC 9(02)V9(04) VALUE 0.0500.
       01  DFT-COMP-KDIG-RATE      PIC 9(02)V9(04) VALUE 0.2500.
       01  DFT-REPO-SEC-RATE       PIC 9(02)V9(04) VALUE 0.0100.
       01  DFT-REPO-KDIG-RATE      PIC 9(02)V9(04) VALUE 0.0500.
      *         REQUESTERS NOT ON THE MASTER (OR ALL OF THEM WHEN
      *         THE MASTER IS ABSENT) ARE CHARGED TO SUSPENSE FOR
      *         FINANCE TO REALLOCATE BY HAND.
       01  DFT-SUSPENSE-DEPT       PIC X(06) VALUE 'UNASGN'.
       01  DFT-SUSPENSE-CC         PIC X(08) VALUE 'SUSPENSE'.
      *         THE LAST REQUESTER ROW IS KEPT FOR OVERFLOW - ONCE
      *         THE OTHERS ARE TAKEN, EVERY FURTHER REQUESTER IS
      *         BILLED TO IT AT SUSPENSE UNDER THIS ID.
       01  DFT-OVERFLOW-ID         PIC X(08) VALUE 'OVERFLOW'.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-RES-STATUS           PIC X(02) VALUE '00'.
           88  WS-RES-OK           VALUE '00'.
       77  WS-RU-STATUS            PIC X(02) VALUE '00'.
           88  WS-RU-OK            VALUE '00'.
       77  WS-ARCH-STATUS          PIC X(02) VALUE '00'.
           88  WS-ARCH-OK          VALUE '00'.
       77  WS-CPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-CPARM-OK         VALUE '00'.
       77  WS-CRPT-STATUS          PIC X(02) VALUE '00'.
       77  WS-GLF-STATUS           PIC X(02) VALUE '00'.
       77  WS-RES-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-RES-OPEN         VALUE 'Y'.
       77  WS-RU-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-RU-OPEN          VALUE 'Y'.
       77  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-ARCH-OPEN        VALUE 'Y'.
       77  WS-RQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-RQ-EOF           VALUE 'Y'.
       77  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-ARCH-EOF         VALUE 'Y'.
       77  WS-FOUND-SW             PIC X(01).
           88  WS-ENTRY-FOUND      VALUE 'Y'.
       77  WS-RES-FOUND-SW         PIC X(01).
           88  WS-RES-FOUND        VALUE 'Y'.
       77  WS-SEEN-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-SEEN-TABLE-FULL  VALUE 'Y'.
       77  WS-USR-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-USR-TABLE-FULL   VALUE 'Y'.
       77  WS-DPT-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-DPT-TABLE-FULL   VALUE 'Y'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       01  WS-BILL-MONTH           PIC X(06).
       01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YYYY        PIC 9(04).
           05  WS-BILL-MM          PIC 9(02).
       77  WS-COMP-SEC-RATE        PIC 9(02)V9(04).
       77  WS-COMP-KDIG-RATE       PIC 9(02)V9(04).
       77  WS-REPO-SEC-RATE        PIC 9(02)V9(04).
       77  WS-REPO-KDIG-RATE       PIC 9(02)V9(04).
       77  WS-ENTRY-SECS           PIC 9(05).
       77  WS-ENTRY-DIGITS         PIC 9(09).
       77  WS-ENTRY-SOURCE         PIC X(01).
           88  WS-ENTRY-FROM-REPO  VALUE 'R'.
       77  WS-ENTRY-CHARGE         PIC 9(07)V99.
       77  WS-ENTRY-NOTE           PIC X(12).
       77  WS-RPT-PAGE-NO          PIC 9(03) BINARY VALUE ZERO.
       77  WS-RPT-LINE-CNT         PIC 9(02) BINARY VALUE ZERO.
       77  WS-RPT-PAGE-LINES       PIC 9(02) BINARY VALUE 55.
       77  WS-RPT-PAGE-DSP         PIC 9(03).
       77  WS-SEEN-CNT             PIC 9(04) BINARY VALUE ZERO.
       77  WS-SEEN-IDX             PIC 9(04) BINARY.
       77  WS-USR-CNT              PIC 9(03) BINARY VALUE ZERO.
       77  WS-USR-IDX              PIC 9(03) BINARY.
       77  WS-DPT-CNT              PIC 9(03) BINARY VALUE ZERO.
       77  WS-DPT-IDX              PIC 9(03) BINARY.
       77  WS-QUEUE-CNT            PIC 9(06) VALUE ZERO.
       77  WS-ARCH-CNT             PIC 9(06) VALUE ZERO.
       77  WS-DUP-CNT              PIC 9(06) VALUE ZERO.
       77  WS-BILLED-CNT           PIC 9(06) VALUE ZERO.
       77  WS-UNBILLED-CNT         PIC 9(06) VALUE ZERO.
       77  WS-NORES-CNT            PIC 9(06) VALUE ZERO.
       77  WS-GL-DETAIL-CNT        PIC 9(06) VALUE ZERO.
       77  WS-TOT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
      *-----------------------------------------------------------*
      * REQUEST IDS ALREADY PRICED THIS RUN. AN ENTRY WHOSE       *
      * HOUSEKEEPING DELETE FAILED IS ON BOTH THE QUEUE AND THE   *
      * ARCHIVE, AND A RERUN OF DGTQPURG CAN ARCHIVE IT TWICE -   *
      * EITHER WAY IT IS BILLED ONCE.                              *
      *-----------------------------------------------------------*
       01  WS-SEEN-TABLE.
           03  WS-SEEN-ID          PIC 9(06) OCCURS 5000 TIMES.
      *-----------------------------------------------------------*
      * PER-REQUESTER TOTALS, IN FIRST-SEEN ORDER. DEPARTMENT AND *
      * COST CENTER ARE TAKEN FROM THE MASTER WHEN THE ROW IS     *
      * ADDED. THE 500TH ROW IS THE OVERFLOW ROW (SEE 3300).       *
      *-----------------------------------------------------------*
       01  WS-USR-TABLE.
           03  WS-USR-ENTRY OCCURS 500 TIMES.
               05  WS-USR-ID           PIC X(08).
               05  WS-USR-DEPT         PIC X(06).
               05  WS-USR-CC           PIC X(08).
               05  WS-USR-BILLED       PIC 9(05).
               05  WS-USR-UNBILLED     PIC 9(05).
               05  WS-USR-SECS         PIC 9(09).
               05  WS-USR-DIGITS       PIC 9(11).
               05  WS-USR-AMOUNT       PIC 9(09)V99.
      *-----------------------------------------------------------*
      * PER-DEPARTMENT TOTALS, IN FIRST-SEEN ORDER.                *
      *-----------------------------------------------------------*
       01  WS-DPT-TABLE.
           03  WS-DPT-ENTRY OCCURS 100 TIMES.
               05  WS-DPT-DEPT         PIC X(06).
               05  WS-DPT-BILLED       PIC 9(05).
               05  WS-DPT-UNBILLED     PIC 9(05).
               05  WS-DPT-SECS         PIC 9(09).
               05  WS-DPT-DIGITS       PIC 9(11).
               05  WS-DPT-AMOUNT       PIC 9(09)V99.
       01  WS-CRPT-MSG             PIC X(80).
       01  WS-DTL-LINE.
           05  WC-ID               PIC 9(06).
           05  FILLER              PIC X(01).
           05  WC-STATUS           PIC X(01).
           05  FILLER              PIC X(01).
           05  WC-SOURCE           PIC X(01).
           05  FILLER              PIC X(01).
           05  WC-BY               PIC X(08).
           05  FILLER              PIC X(01).
           05  WC-DEPT             PIC X(06).
           05  FILLER              PIC X(01).
           05  WC-COMPL-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  WC-SECS             PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WC-DIGITS           PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WC-CHARGE           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01).
           05  WC-NOTE             PIC X(12).
           05  FILLER              PIC X(04).
       01  WS-TOT-LINE.
           05  WT-KEY              PIC X(08).
           05  FILLER              PIC X(01).
           05  WT-DEPT             PIC X(06).
           05  FILLER              PIC X(01).
           05  WT-CC               PIC X(08).
           05  FILLER              PIC X(01).
           05  WT-BILLED           PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WT-UNBILLED         PIC ZZZZ9.
           05  FILLER              PIC X(01).
           05  WT-SECS             PIC ZZZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WT-DIGITS           PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(01).
           05  WT-AMOUNT           PIC ZZZZZZ,ZZ9.99.
           05  FILLER              PIC X(07).
       01  WS-RATE-LINE.
           05  FILLER              PIC X(19) VALUE
                                   'RATES  COMPUTE SEC='.
           05  WR-COMP-SEC         PIC Z9.9999.
           05  FILLER              PIC X(06) VALUE ' KDIG='.
           05  WR-COMP-KDIG        PIC Z9.9999.
           05  FILLER              PIC X(16) VALUE
                                   '  REPO COPY SEC='.
           05  WR-REPO-SEC         PIC Z9.9999.
           05  FILLER              PIC X(06) VALUE ' KDIG='.
           05  WR-REPO-KDIG        PIC Z9.9999.
           05  FILLER              PIC X(05) VALUE SPACES.
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC ZZZZZ9.
           05  FILLER              PIC X(50).
       01  WS-AMT-LINE.
           05  WM-LBL              PIC X(24).
           05  WM-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(39).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SWEEP-QUEUE THRU 2000-EXIT
           PERFORM 2500-SWEEP-ARCHIVE THRU 2500-EXIT
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
           PERFORM 4500-WRITE-GL-FEED THRU 4500-EXIT
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - RESOLVE THE BILLING MONTH AND RATES,    *
      * AND OPEN THE QUEUE, RESULTS, MASTER, ARCHIVE, REPORT AND  *
      * FEED.                                                      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           MOVE SPACES TO WS-BILL-MONTH
           MOVE DFT-COMP-SEC-RATE TO WS-COMP-SEC-RATE
           MOVE DFT-COMP-KDIG-RATE TO WS-COMP-KDIG-RATE
           MOVE DFT-REPO-SEC-RATE TO WS-REPO-SEC-RATE
           MOVE DFT-REPO-KDIG-RATE TO WS-REPO-KDIG-RATE
           OPEN INPUT CPARM-FILE
           IF WS-CPARM-OK
               READ CPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-TAKE-PARM-CARD THRU 1100-EXIT
               END-READ
               CLOSE CPARM-FILE
           END-IF
           IF WS-BILL-MONTH = SPACES
               PERFORM 1200-DEFAULT-BILL-MONTH THRU 1200-EXIT
           END-IF
           OPEN INPUT REQUEST-QUEUE-FILE
           IF NOT WS-RQ-OK
               DISPLAY 'DGTCHRG-E1 UNABLE TO OPEN REQQUEUE - '
                   'STATUS ' WS-RQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RESULT-FILE
           IF WS-RES-OK
               SET WS-RES-OPEN TO TRUE
           ELSE
               DISPLAY 'DGTCHRG-W2 RESULTS NOT AVAILABLE - STATUS '
                   WS-RES-STATUS ' - REQUESTS PRICED ON QUEUE '
                   'DIGIT COUNT ONLY AT THE COMPUTE RATE'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT REQUESTER-FILE
           IF WS-RU-OK
               SET WS-RU-OPEN TO TRUE
           ELSE
               DISPLAY 'DGTCHRG-W3 REQUESTER MASTER NOT AVAILABLE - '
                   'STATUS ' WS-RU-STATUS ' - ALL CHARGES GO TO '
                   DFT-SUSPENSE-CC
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-OK
               SET WS-ARCH-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CRPT-FILE
           OPEN OUTPUT GLFEED-FILE
           PERFORM 6000-WRITE-PAGE-HEADER THRU 6000-EXIT
           MOVE WS-COMP-SEC-RATE TO WR-COMP-SEC
           MOVE WS-COMP-KDIG-RATE TO WR-COMP-KDIG
           MOVE WS-REPO-SEC-RATE TO WR-REPO-SEC
           MOVE WS-REPO-KDIG-RATE TO WR-REPO-KDIG
           MOVE WS-RATE-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-DTL-LINE
           MOVE SPACES TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'REQUEST DETAIL' TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-CRPT-MSG
           STRING 'REQID  S R REQBY    DEPT   COMPLDT   SECS '
               '   DIGITS     CHARGE NOTE'
               DELIMITED BY SIZE INTO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-TAKE-PARM-CARD - A BILLING MONTH THAT IS NOT A REAL  *
      * YYYYMM IS A HARD ERROR - FINANCE WOULD RATHER HAVE NO     *
      * FEED THAN A FEED FOR THE WRONG MONTH. A RATE THAT IS NOT  *
      * NUMERIC FALLS BACK TO ITS DEFAULT WITH A WARNING.          *
      *-----------------------------------------------------------*
       1100-TAKE-PARM-CARD.
           IF CP-BILL-MONTH NOT = SPACES
               MOVE CP-BILL-MONTH TO WS-BILL-MONTH
               IF WS-BILL-MONTH IS NOT NUMERIC
                   OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
                   DISPLAY 'DGTCHRG-E2 INVALID BILLING MONTH ON '
                       'CHRGPARM - ' CP-BILL-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF CP-COMP-SEC-RATE NOT = SPACES
               IF CP-COMP-SEC-RATE IS NUMERIC
                   MOVE CP-COMP-SEC-RATE-N TO WS-COMP-SEC-RATE
               ELSE
                   DISPLAY 'DGTCHRG-W1 COMPUTE SECOND RATE ON '
                       'CHRGPARM IS NOT NUMERIC - DEFAULT USED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CP-COMP-KDIG-RATE NOT = SPACES
               IF CP-COMP-KDIG-RATE IS NUMERIC
                   MOVE CP-COMP-KDIG-RATE-N TO WS-COMP-KDIG-RATE
               ELSE
                   DISPLAY 'DGTCHRG-W1 COMPUTE DIGIT RATE ON '
                       'CHRGPARM IS NOT NUMERIC - DEFAULT USED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CP-REPO-SEC-RATE NOT = SPACES
               IF CP-REPO-SEC-RATE IS NUMERIC
                   MOVE CP-REPO-SEC-RATE-N TO WS-REPO-SEC-RATE
               ELSE
                   DISPLAY 'DGTCHRG-W1 COPY SECOND RATE ON '
                       'CHRGPARM IS NOT NUMERIC - DEFAULT USED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF CP-REPO-KDIG-RATE NOT = SPACES
               IF CP-REPO-KDIG-RATE IS NUMERIC
                   MOVE CP-REPO-KDIG-RATE-N TO WS-REPO-KDIG-RATE
               ELSE
                   DISPLAY 'DGTCHRG-W1 COPY DIGIT RATE ON '
                       'CHRGPARM IS NOT NUMERIC - DEFAULT USED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-DEFAULT-BILL-MONTH - NO MONTH ON THE CARD - BILL THE *
      * CALENDAR MONTH BEFORE THE RUN DATE, THE NORMAL CASE FOR   *
      * THE FIRST-OF-MONTH SCHEDULE.                               *
      *-----------------------------------------------------------*
       1200-DEFAULT-BILL-MONTH.
           MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH
           IF WS-BILL-MM = 1
               SUBTRACT 1 FROM WS-BILL-YYYY
               MOVE 12 TO WS-BILL-MM
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF
           .
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SWEEP-QUEUE - WALK THE QUEUE IN KEY ORDER AND PRICE  *
      * EVERY ENTRY CLOSED IN THE BILLING MONTH.                   *
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
           IF RQ-COMPL-DATE(1:6) NOT = WS-BILL-MONTH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-CNT
           PERFORM 3000-PRICE-ENTRY THRU 3000-EXIT
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SWEEP-ARCHIVE - PRICE EVERY ARCHIVED ENTRY CLOSED IN *
      * THE BILLING MONTH. NO ARCHIVE ON FILE IS NORMAL UNTIL THE *
      * FIRST HOUSEKEEPING RUN.                                    *
      *-----------------------------------------------------------*
       2500-SWEEP-ARCHIVE.
           IF NOT WS-ARCH-OPEN
               MOVE SPACES TO WS-CRPT-MSG
               PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
               MOVE 'NO ARCHIVE ON FILE - QUEUE ENTRIES ONLY'
                   TO WS-CRPT-MSG
               PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
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
           IF RQ-COMPL-DATE(1:6) NOT = WS-BILL-MONTH
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-ARCH-CNT
           PERFORM 3000-PRICE-ENTRY THRU 3000-EXIT
           .
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRICE-ENTRY - PRICE THE CLOSED ENTRY IN RQ-RECORD,   *
      * FOLD IT INTO ITS REQUESTER AND DEPARTMENT ROWS, AND PRINT *
      * ITS DETAIL LINE. ONLY A COMPLETED REQUEST IS CHARGED;     *
      * FAILED AND CANCELLED ONES ARE LISTED AT ZERO.              *
      *-----------------------------------------------------------*
       3000-PRICE-ENTRY.
           PERFORM 3100-CHECK-ALREADY-BILLED THRU 3100-EXIT
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-DUP-CNT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-GET-RESULTS THRU 3200-EXIT
           MOVE SPACES TO WS-ENTRY-NOTE
           IF RQ-COMPLETE
               IF WS-ENTRY-FROM-REPO
                   COMPUTE WS-ENTRY-CHARGE ROUNDED =
                       WS-ENTRY-SECS * WS-REPO-SEC-RATE
                       + WS-ENTRY-DIGITS * WS-REPO-KDIG-RATE / 1000
               ELSE
                   COMPUTE WS-ENTRY-CHARGE ROUNDED =
                       WS-ENTRY-SECS * WS-COMP-SEC-RATE
                       + WS-ENTRY-DIGITS * WS-COMP-KDIG-RATE / 1000
               END-IF
               ADD 1 TO WS-BILLED-CNT
               IF NOT WS-RES-FOUND
                   MOVE 'NO RESULTS' TO WS-ENTRY-NOTE
               END-IF
           ELSE
               MOVE ZERO TO WS-ENTRY-CHARGE
               ADD 1 TO WS-UNBILLED-CNT
               MOVE 'NOT CHARGED' TO WS-ENTRY-NOTE
           END-IF
           PERFORM 3300-FIND-REQUESTER-ROW THRU 3300-EXIT
           PERFORM 3350-FOLD-REQUESTER-ROW THRU 3350-EXIT
           MOVE WS-USR-DEPT(WS-USR-IDX) TO WC-DEPT
           PERFORM 3400-FIND-DEPT-ROW THRU 3400-EXIT
           IF WS-ENTRY-FOUND
               PERFORM 3450-FOLD-DEPT-ROW THRU 3450-EXIT
           END-IF
           ADD WS-ENTRY-CHARGE TO WS-TOT-AMOUNT
           PERFORM 3500-WRITE-DETAIL-LINE THRU 3500-EXIT
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-ALREADY-BILLED - SETS WS-ENTRY-FOUND WHEN THIS *
      * REQUEST ID HAS ALREADY BEEN PRICED; OTHERWISE REMEMBERS   *
      * IT. ONCE THE TABLE IS FULL DUPLICATES CAN NO LONGER BE    *
      * SUPPRESSED - THE RUN WARNS SO FINANCE CHECKS THE FEED.     *
      *-----------------------------------------------------------*
       3100-CHECK-ALREADY-BILLED.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3110-MATCH-BILLED-ID THRU 3110-EXIT
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
                   DISPLAY 'DGTCHRG-W4 MORE THAN 5000 REQUESTS IN '
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

       3110-MATCH-BILLED-ID.
           IF WS-SEEN-ID(WS-SEEN-IDX) = RQ-REQUEST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           .
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-GET-RESULTS - PICK UP THE ELAPSED SECONDS, DIGIT     *
      * COUNT AND SOURCE FROM THE REQUEST'S RESULTS RECORD. WITH  *
      * NO RECORD THE QUEUE ENTRY'S DIGIT COUNT IS PRICED AT THE  *
      * COMPUTE RATE WITH NO ELAPSED TIME, AND THE LINE IS NOTED. *
      *-----------------------------------------------------------*
       3200-GET-RESULTS.
           MOVE 'N' TO WS-RES-FOUND-SW
           MOVE ZERO TO WS-ENTRY-SECS
           MOVE 'C' TO WS-ENTRY-SOURCE
           IF RQ-DIGIT-CNT IS NUMERIC
               MOVE RQ-DIGIT-CNT TO WS-ENTRY-DIGITS
           ELSE
               MOVE ZERO TO WS-ENTRY-DIGITS
           END-IF
           IF NOT WS-RES-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE RQ-REQUEST-ID TO RR-REQUEST-ID
           READ RESULT-FILE
               INVALID KEY
                   IF RQ-COMPLETE
                       ADD 1 TO WS-NORES-CNT
                   END-IF
                   GO TO 3200-EXIT
           END-READ
           SET WS-RES-FOUND TO TRUE
           IF RR-ELAPSED-SEC IS NUMERIC
               MOVE RR-ELAPSED-SEC TO WS-ENTRY-SECS
           END-IF
           IF RR-DIGIT-CNT IS NUMERIC
               MOVE RR-DIGIT-CNT TO WS-ENTRY-DIGITS
           END-IF
           IF RR-FROM-REPO
               MOVE 'R' TO WS-ENTRY-SOURCE
           END-IF
           .
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-FIND-REQUESTER-ROW - FIND OR ADD THE REQUESTER'S ROW *
      * (WS-USR-IDX). A NEW ROW TAKES ITS DEPARTMENT AND COST     *
      * CENTER FROM THE MASTER, OR SUSPENSE WHEN IT IS NOT THERE. *
      * THE LAST ROW IS OPENED AS THE OVERFLOW ROW, AT SUSPENSE,  *
      * AND TAKES EVERY REQUESTER AFTER IT, SO NO CHARGE IS LEFT  *
      * OUT OF THE GL FEED AND ITS TRAILER STILL BALANCES.         *
      *-----------------------------------------------------------*
       3300-FIND-REQUESTER-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3310-MATCH-REQUESTER-ROW THRU 3310-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               GO TO 3300-EXIT
           END-IF
           SET WS-ENTRY-FOUND TO TRUE
           IF WS-USR-TABLE-FULL
               MOVE WS-USR-CNT TO WS-USR-IDX
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-USR-CNT
           MOVE WS-USR-CNT TO WS-USR-IDX
           MOVE RQ-REQUESTED-BY TO WS-USR-ID(WS-USR-IDX)
           MOVE ZERO TO WS-USR-BILLED(WS-USR-IDX)
           MOVE ZERO TO WS-USR-UNBILLED(WS-USR-IDX)
           MOVE ZERO TO WS-USR-SECS(WS-USR-IDX)
           MOVE ZERO TO WS-USR-DIGITS(WS-USR-IDX)
           MOVE ZERO TO WS-USR-AMOUNT(WS-USR-IDX)
           IF WS-USR-CNT < 500
               PERFORM 3320-LOOKUP-MASTER THRU 3320-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE DFT-OVERFLOW-ID TO WS-USR-ID(WS-USR-IDX)
           MOVE DFT-SUSPENSE-DEPT TO WS-USR-DEPT(WS-USR-IDX)
           MOVE DFT-SUSPENSE-CC TO WS-USR-CC(WS-USR-IDX)
           SET WS-USR-TABLE-FULL TO TRUE
           DISPLAY 'DGTCHRG-W5 MORE THAN 499 REQUESTERS - THE REST '
               'ARE BILLED AS ' DFT-OVERFLOW-ID ' TO '
               DFT-SUSPENSE-CC
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       3300-EXIT.
           EXIT.

       3310-MATCH-REQUESTER-ROW.
           IF WS-USR-ID(WS-USR-IDX) = RQ-REQUESTED-BY
               SET WS-ENTRY-FOUND TO TRUE
      *         LEAVE WS-USR-IDX POINTING AT THE MATCHED ROW - THE
      *         PERFORM VARYING WILL HAVE STEPPED IT ONE PAST.
               SUBTRACT 1 FROM WS-USR-IDX
           END-IF
           .
       3310-EXIT.
           EXIT.

       3320-LOOKUP-MASTER.
           MOVE DFT-SUSPENSE-DEPT TO WS-USR-DEPT(WS-USR-IDX)
           MOVE DFT-SUSPENSE-CC TO WS-USR-CC(WS-USR-IDX)
           IF NOT WS-RU-OPEN
               GO TO 3320-EXIT
           END-IF
           MOVE RQ-REQUESTED-BY TO RU-REQUESTER-ID
           READ REQUESTER-FILE
               INVALID KEY
                   GO TO 3320-EXIT
           END-READ
           IF RU-DEPT NOT = SPACES
               MOVE RU-DEPT TO WS-USR-DEPT(WS-USR-IDX)
           END-IF
           IF RU-COST-CENTER NOT = SPACES
               MOVE RU-COST-CENTER TO WS-USR-CC(WS-USR-IDX)
           END-IF
           .
       3320-EXIT.
           EXIT.

       3350-FOLD-REQUESTER-ROW.
           IF RQ-COMPLETE
               ADD 1 TO WS-USR-BILLED(WS-USR-IDX)
               ADD WS-ENTRY-SECS TO WS-USR-SECS(WS-USR-IDX)
               ADD WS-ENTRY-DIGITS TO WS-USR-DIGITS(WS-USR-IDX)
               ADD WS-ENTRY-CHARGE TO WS-USR-AMOUNT(WS-USR-IDX)
           ELSE
               ADD 1 TO WS-USR-UNBILLED(WS-USR-IDX)
           END-IF
           .
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-FIND-DEPT-ROW - FIND OR ADD THE ROW (WS-DPT-IDX) FOR *
      * THE DEPARTMENT ALREADY MOVED TO WC-DEPT.                   *
      *-----------------------------------------------------------*
       3400-FIND-DEPT-ROW.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3410-MATCH-DEPT-ROW THRU 3410-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-CNT OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               GO TO 3400-EXIT
           END-IF
           IF WS-DPT-CNT < 100
               ADD 1 TO WS-DPT-CNT
               MOVE WS-DPT-CNT TO WS-DPT-IDX
               MOVE WC-DEPT TO WS-DPT-DEPT(WS-DPT-IDX)
               MOVE ZERO TO WS-DPT-BILLED(WS-DPT-IDX)
               MOVE ZERO TO WS-DPT-UNBILLED(WS-DPT-IDX)
               MOVE ZERO TO WS-DPT-SECS(WS-DPT-IDX)
               MOVE ZERO TO WS-DPT-DIGITS(WS-DPT-IDX)
               MOVE ZERO TO WS-DPT-AMOUNT(WS-DPT-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               IF NOT WS-DPT-TABLE-FULL
                   DISPLAY 'DGTCHRG-W6 MORE THAN 100 DEPARTMENTS - '
                       'EXTRA DEPARTMENTS OMITTED FROM THE TOTALS'
                   SET WS-DPT-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       3400-EXIT.
           EXIT.

       3410-MATCH-DEPT-ROW.
           IF WS-DPT-DEPT(WS-DPT-IDX) = WC-DEPT
               SET WS-ENTRY-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DPT-IDX
           END-IF
           .
       3410-EXIT.
           EXIT.

       3450-FOLD-DEPT-ROW.
           IF RQ-COMPLETE
               ADD 1 TO WS-DPT-BILLED(WS-DPT-IDX)
               ADD WS-ENTRY-SECS TO WS-DPT-SECS(WS-DPT-IDX)
               ADD WS-ENTRY-DIGITS TO WS-DPT-DIGITS(WS-DPT-IDX)
               ADD WS-ENTRY-CHARGE TO WS-DPT-AMOUNT(WS-DPT-IDX)
           ELSE
               ADD 1 TO WS-DPT-UNBILLED(WS-DPT-IDX)
           END-IF
           .
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-DETAIL-LINE - ONE LINE PER PRICED REQUEST.      *
      * WC-DEPT WAS SET BY 3000.                                   *
      *-----------------------------------------------------------*
       3500-WRITE-DETAIL-LINE.
           MOVE RQ-REQUEST-ID TO WC-ID
           MOVE RQ-STATUS TO WC-STATUS
           MOVE WS-ENTRY-SOURCE TO WC-SOURCE
           MOVE RQ-REQUESTED-BY TO WC-BY
           MOVE RQ-COMPL-DATE TO WC-COMPL-DATE
           MOVE WS-ENTRY-SECS TO WC-SECS
           MOVE WS-ENTRY-DIGITS TO WC-DIGITS
           MOVE WS-ENTRY-CHARGE TO WC-CHARGE
           MOVE WS-ENTRY-NOTE TO WC-NOTE
           MOVE WS-DTL-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-DTL-LINE
           .
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-TOTALS - THE REQUESTER AND DEPARTMENT TOTALS   *
      * AND THE CLOSING SUMMARY.                                   *
      *-----------------------------------------------------------*
       4000-WRITE-TOTALS.
           IF WS-BILLED-CNT = ZERO AND WS-UNBILLED-CNT = ZERO
               MOVE '  NO REQUESTS CLOSED IN THE BILLING MONTH'
                   TO WS-CRPT-MSG
               PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           END-IF
           MOVE SPACES TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'TOTALS BY REQUESTER' TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-CRPT-MSG
           STRING 'REQBY    DEPT   CSTCNTR  BILLD UNBIL      SECS '
               '     DIGITS        AMOUNT'
               DELIMITED BY SIZE INTO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           PERFORM 4100-WRITE-REQUESTER-LINE THRU 4100-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT
           MOVE SPACES TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'TOTALS BY DEPARTMENT' TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-CRPT-MSG
           STRING 'DEPT                      BILLD UNBIL      SECS '
               '     DIGITS        AMOUNT'
               DELIMITED BY SIZE INTO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           PERFORM 4200-WRITE-DEPT-LINE THRU 4200-EXIT
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-CNT
           MOVE SPACES TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'QUEUE ENTRIES PRICED=' TO WB-LBL
           MOVE WS-QUEUE-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'ARCHIVE ENTRIES PRICED=' TO WB-LBL
           MOVE WS-ARCH-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'DUPLICATES SKIPPED=' TO WB-LBL
           MOVE WS-DUP-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'REQUESTS CHARGED=' TO WB-LBL
           MOVE WS-BILLED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'FAILED/CANCELLED=' TO WB-LBL
           MOVE WS-UNBILLED-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE 'CHARGED WITH NO RESULTS=' TO WB-LBL
           MOVE WS-NORES-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-AMT-LINE
           MOVE 'TOTAL CHARGED=' TO WM-LBL
           MOVE WS-TOT-AMOUNT TO WM-AMOUNT
           MOVE WS-AMT-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-REQUESTER-LINE.
           MOVE SPACES TO WS-TOT-LINE
           MOVE WS-USR-ID(WS-USR-IDX) TO WT-KEY
           MOVE WS-USR-DEPT(WS-USR-IDX) TO WT-DEPT
           MOVE WS-USR-CC(WS-USR-IDX) TO WT-CC
           MOVE WS-USR-BILLED(WS-USR-IDX) TO WT-BILLED
           MOVE WS-USR-UNBILLED(WS-USR-IDX) TO WT-UNBILLED
           MOVE WS-USR-SECS(WS-USR-IDX) TO WT-SECS
           MOVE WS-USR-DIGITS(WS-USR-IDX) TO WT-DIGITS
           MOVE WS-USR-AMOUNT(WS-USR-IDX) TO WT-AMOUNT
           MOVE WS-TOT-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-WRITE-DEPT-LINE.
           MOVE SPACES TO WS-TOT-LINE
           MOVE WS-DPT-DEPT(WS-DPT-IDX) TO WT-KEY
           MOVE WS-DPT-BILLED(WS-DPT-IDX) TO WT-BILLED
           MOVE WS-DPT-UNBILLED(WS-DPT-IDX) TO WT-UNBILLED
           MOVE WS-DPT-SECS(WS-DPT-IDX) TO WT-SECS
           MOVE WS-DPT-DIGITS(WS-DPT-IDX) TO WT-DIGITS
           MOVE WS-DPT-AMOUNT(WS-DPT-IDX) TO WT-AMOUNT
           MOVE WS-TOT-LINE TO WS-CRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-WRITE-GL-FEED - HEADER, ONE DETAIL PER REQUESTER     *
      * WITH A NONZERO CHARGE, AND THE BALANCING TRAILER. A MONTH *
      * WITH NOTHING CHARGED STILL GETS A HEADER AND A ZERO       *
      * TRAILER SO THE INTERFACE SEES THE MONTH WAS RUN.           *
      *-----------------------------------------------------------*
       4500-WRITE-GL-FEED.
           MOVE SPACES TO GL-RECORD
           SET GL-HEADER-REC TO TRUE
           MOVE WS-BILL-MONTH TO GL-PERIOD
           MOVE 'DIGITOFE' TO GL-SOURCE-SYS
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-RUN-TIME TO GL-RUN-TIME
           WRITE GL-RECORD
           PERFORM 4510-WRITE-GL-DETAIL THRU 4510-EXIT
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT
           MOVE SPACES TO GL-RECORD
           SET GL-TRAILER-REC TO TRUE
           MOVE WS-BILL-MONTH TO GL-PERIOD
           MOVE WS-GL-DETAIL-CNT TO GL-DETAIL-CNT
           MOVE WS-TOT-AMOUNT TO GL-AMOUNT-TOTAL
           WRITE GL-RECORD
           .
       4500-EXIT.
           EXIT.

       4510-WRITE-GL-DETAIL.
           IF WS-USR-AMOUNT(WS-USR-IDX) = ZERO
               GO TO 4510-EXIT
           END-IF
           MOVE SPACES TO GL-RECORD
           SET GL-DETAIL-REC TO TRUE
           MOVE WS-BILL-MONTH TO GL-PERIOD
           MOVE WS-USR-CC(WS-USR-IDX) TO GL-COST-CENTER
           MOVE WS-USR-DEPT(WS-USR-IDX) TO GL-DEPT
           MOVE WS-USR-ID(WS-USR-IDX) TO GL-REQUESTER
           MOVE WS-USR-BILLED(WS-USR-IDX) TO GL-REQ-CNT
           MOVE WS-USR-AMOUNT(WS-USR-IDX) TO GL-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO WS-GL-DETAIL-CNT
           .
       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-TERMINATE - CLOSE EVERYTHING AND ANNOUNCE THE        *
      * RESULT.                                                    *
      *-----------------------------------------------------------*
       5000-TERMINATE.
           CLOSE REQUEST-QUEUE-FILE
           IF WS-RES-OPEN
               CLOSE RESULT-FILE
           END-IF
           IF WS-RU-OPEN
               CLOSE REQUESTER-FILE
           END-IF
           IF WS-ARCH-OPEN
               CLOSE ARCH-FILE
           END-IF
           CLOSE CRPT-FILE
           CLOSE GLFEED-FILE
           IF WS-NORES-CNT > ZERO
               DISPLAY 'DGTCHRG-W7 ' WS-NORES-CNT ' COMPLETED '
                   'REQUEST(S) HAD NO RESULTS RECORD - PRICED ON '
                   'DIGITS ONLY'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTCHRG COMPLETE - MONTH ' WS-BILL-MONTH ' - '
               WS-BILLED-CNT ' CHARGED, ' WS-UNBILLED-CNT
               ' NOT CHARGED, ' WS-GL-DETAIL-CNT ' GL DETAIL(S)'
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-PAGE-HEADER - WRITE THE PAGE TITLE LINE        *
      * CARRYING THE REPORT DATE, THE BILLING MONTH AND THE PAGE. *
      *-----------------------------------------------------------*
       6000-WRITE-PAGE-HEADER.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RPT-PAGE-NO TO WS-RPT-PAGE-DSP
           MOVE SPACES TO WS-CRPT-MSG
           STRING ' DGTCHRG MONTHLY CHARGEBACK  DATE=' WS-RUN-DATE
               ' MONTH=' WS-BILL-MONTH ' PAGE=' WS-RPT-PAGE-DSP
               DELIMITED BY SIZE INTO WS-CRPT-MSG
           MOVE WS-CRPT-MSG TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO WS-CRPT-MSG
           .
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-WRITE-REPORT-LINE - WRITE ONE REPORT LINE, ROLLING   *
      * TO A NEW PAGE HEADER WHEN THE CURRENT PAGE IS FULL.        *
      *-----------------------------------------------------------*
       6100-WRITE-REPORT-LINE.
           MOVE WS-CRPT-MSG TO CR-LINE
           WRITE CR-LINE
           ADD 1 TO WS-RPT-LINE-CNT
           IF WS-RPT-LINE-CNT = WS-RPT-PAGE-LINES
               MOVE ZERO TO WS-RPT-LINE-CNT
               PERFORM 6000-WRITE-PAGE-HEADER THRU 6000-EXIT
           END-IF
           .
       6100-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTCHRG.
