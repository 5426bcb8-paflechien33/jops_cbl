       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTSRCH.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL DIGIT-SEQUENCE SEARCH. READS  *
      *                    UP TO 20 SRCHCARD CARDS, EACH A DIGIT  *
      *                    PATTERN OF UP TO 20 DIGITS AND A DEPTH *
      *                    LIMIT, THEN WALKS DIGREPO ONCE IN      *
      *                    BLOCK ORDER AND FINDS EVERY            *
      *                    OCCURRENCE OF EVERY PATTERN, INCLUDING *
      *                    ONES THAT STRADDLE A 50-DIGIT BLOCK    *
      *                    BOUNDARY. SRCHRPT CARRIES PER PATTERN  *
      *                    THE FIRST OCCURRENCE, THE FIRST 100    *
      *                    OCCURRENCE POSITIONS AND THE TOTAL     *
      *                    COUNT, SO THE ESTIMATION TEAM NO       *
      *                    LONGER SCANS DGTXTRCT OUTPUT BY HAND.  *
      *                    READ-ONLY AND BOUNDED BY THE HIGH-     *
      *                    WATER MARK, SO IT TAKES NO RUN LOCK    *
      *                    (AS DGTEXPRT).                          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO SRCHCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DIGIT-REPO-FILE ASSIGN TO DIGREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DR-BLOCK-NO
               FILE STATUS IS WS-DRP-STATUS.
           SELECT SRPT-FILE ASSIGN TO SRCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * CARD-FILE - ONE CARD PER PATTERN. SC-PATTERN IS 1 TO 20   *
      * DIGITS, LEFT-JUSTIFIED, SPACE-FILLED. SC-DEPTH IS THE     *
      * HIGHEST DIGIT POSITION AN OCCURRENCE MAY END AT - BLANK   *
      * OR ZERO SEARCHES TO THE REPOSITORY HIGH-WATER MARK. UP TO *
      * 20 CARDS ARE HONORED PER RUN.                              *
      *-----------------------------------------------------------*
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  CARD-RECORD.
           05  SC-PATTERN          PIC X(20).
           05  FILLER              PIC X(01).
           05  SC-DEPTH            PIC 9(09).
           05  SC-DEPTH-X REDEFINES SC-DEPTH
                                   PIC X(09).
           05  FILLER              PIC X(50).
      *-----------------------------------------------------------*
      * DIGIT-REPO-FILE - THE PERMANENT DIGIT MASTER (SEE         *
      * DGTMDIG), READ FORWARD FROM THE BLOCK-ZERO CONTROL        *
      * RECORD.                                                    *
      *-----------------------------------------------------------*
       FD  DIGIT-REPO-FILE.
           COPY DGTMDIG.
      *-----------------------------------------------------------*
      * SRPT-FILE - THE SEARCH REPORT - ONE SECTION PER PATTERN   *
      * AND A CLOSING SUMMARY.                                     *
      *-----------------------------------------------------------*
       FD  SRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  SR-LINE                 PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-CARD-STATUS          PIC X(02) VALUE '00'.
           88  WS-CARD-OK          VALUE '00'.
       77  WS-DRP-STATUS           PIC X(02) VALUE '00'.
           88  WS-DRP-OK           VALUE '00'.
       77  WS-SRPT-STATUS          PIC X(02) VALUE '00'.
           88  WS-SRPT-OK          VALUE '00'.
       77  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF         VALUE 'Y'.
       77  WS-FAULT-SW             PIC X(01) VALUE 'N'.
           88  WS-REPO-FAULT       VALUE 'Y'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-SKIP-CNT             PIC 9(09) VALUE ZERO.
       77  WS-FOUND-CNT            PIC 9(09) VALUE ZERO.
       77  WS-CHX                  PIC 9(02) BINARY.
       77  WS-LEN                  PIC 9(02) BINARY.
      *-----------------------------------------------------------*
      * CONTROL RECORD AND PASS LIMITS.                            *
      *-----------------------------------------------------------*
       77  WS-HIWATER              PIC 9(09) VALUE ZERO.
       77  WS-HIWATER-DATE         PIC X(08) VALUE SPACES.
       77  WS-MAX-DEPTH            PIC 9(09) VALUE ZERO.
       77  WS-LAST-BLOCK           PIC 9(09) VALUE ZERO.
       77  WS-BLOCK-NO             PIC 9(09) VALUE ZERO.
       77  WS-BLK-CNT              PIC 9(09) VALUE ZERO.
       77  WS-BLK-START            PIC 9(09) VALUE ZERO.
       77  WS-SEARCHED-THRU        PIC 9(09) VALUE ZERO.
       77  WS-CLAIM-CNT            PIC 9(02) VALUE ZERO.
      *-----------------------------------------------------------*
      * SEARCH WINDOW - THE LAST 19 DIGITS OF THE BLOCKS BEFORE   *
      * (ONE SHORT OF THE LONGEST PATTERN) FOLLOWED BY THE        *
      * CURRENT BLOCK, SO AN OCCURRENCE THAT STARTS IN ONE BLOCK  *
      * AND ENDS IN THE NEXT IS SEEN WHOLE. WS-WIN-BASE IS THE    *
      * DIGIT POSITION OF THE FIRST WINDOW CHARACTER. ONLY        *
      * OCCURRENCES ENDING IN THE CURRENT BLOCK ARE TRIED, SO     *
      * NONE IS COUNTED TWICE.                                     *
      *-----------------------------------------------------------*
       01  WS-WINDOW               PIC X(69).
       01  WS-CARRY-BUF            PIC X(19).
       77  WS-WIN-LEN              PIC 9(02) BINARY VALUE ZERO.
       77  WS-CARRY-LEN            PIC 9(02) BINARY VALUE ZERO.
       77  WS-WIN-BASE             PIC 9(09) VALUE 1.
       77  WS-START                PIC S9(04) BINARY.
       77  WS-FIRST-START          PIC S9(04) BINARY.
       77  WS-LAST-START           PIC S9(04) BINARY.
       77  WS-MATCH-POS            PIC 9(09).
      *-----------------------------------------------------------*
      * PATTERN TABLE - ONE ENTRY PER ACCEPTED CARD.               *
      *-----------------------------------------------------------*
       77  WS-PAT-CNT              PIC 9(02) BINARY VALUE ZERO.
       77  WS-PAT-IDX              PIC 9(02) BINARY.
       77  WS-OCC-IDX              PIC 9(03) BINARY.
       01  WS-PAT-TABLE.
           03  WS-PAT-ENTRY OCCURS 20 TIMES.
               05  WS-PAT-DIGITS       PIC X(20).
               05  WS-PAT-LEN          PIC 9(02) BINARY.
               05  WS-PAT-DEPTH        PIC 9(09).
               05  WS-PAT-TRIM-SW      PIC X(01).
                   88  WS-PAT-TRIMMED  VALUE 'Y'.
               05  WS-PAT-FIRST        PIC 9(09).
               05  WS-PAT-TOTAL        PIC 9(09).
               05  WS-PAT-LISTED       PIC 9(03) BINARY.
               05  WS-PAT-POS          PIC 9(09) OCCURS 100 TIMES.
      *-----------------------------------------------------------*
      * REPORT LINES.                                              *
      *-----------------------------------------------------------*
       01  WS-RPT-MSG              PIC X(80).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC 9(09).
           05  FILLER              PIC X(47).
       01  WS-POS-LINE.
           05  WP-LBL              PIC X(10).
           05  WP-ENTRY OCCURS 7 TIMES.
               10  WP-POS          PIC Z(08)9.
               10  FILLER          PIC X(01).
       77  WS-POS-COL              PIC 9(02) BINARY VALUE ZERO.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SEARCH-REPO THRU 2000-EXIT
           PERFORM 3000-REPORT-PATTERNS THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD AND VALIDATE THE PATTERN CARDS,    *
      * OPEN THE REPOSITORY AND PICK UP ITS CONTROL RECORD, SET   *
      * EACH PATTERN'S DEPTH AGAINST THE HIGH-WATER MARK AND      *
      * START THE REPORT.                                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'DGTSRCH-E1 UNABLE TO OPEN SRCHCARD - STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-CARD THRU 1100-EXIT
               UNTIL WS-CARD-EOF OR WS-PAT-CNT = 20
           IF NOT WS-CARD-EOF
      *         TWENTY PATTERNS LOADED WITH THE DECK NOT YET AT END
      *         - PROBE FOR A REAL TWENTY-FIRST CARD AS DGTXTRCT
      *         DOES RATHER THAN INFER ONE.
               READ CARD-FILE
                   AT END
                       SET WS-CARD-EOF TO TRUE
                   NOT AT END
                       DISPLAY 'DGTSRCH-W1 SRCHCARD HAS MORE THAN '
                           '20 CARDS - EXTRA CARDS IGNORED'
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-READ
           END-IF
           CLOSE CARD-FILE
           IF WS-PAT-CNT = ZERO
               DISPLAY 'DGTSRCH-E2 NO VALID PATTERN CARDS ON '
                   'SRCHCARD - NOTHING TO SEARCH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTSRCH-E3 UNABLE TO OPEN DIGREPO - STATUS '
                   WS-DRP-STATUS ' - NOTHING SEARCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DIGIT-REPO-FILE NEXT RECORD
               AT END
                   MOVE 999999999 TO DR-BLOCK-NO
           END-READ
           IF DR-BLOCK-NO NOT = ZERO
               OR DR-HIWATER IS NOT NUMERIC
               OR DR-HIWATER = ZERO
               DISPLAY 'DGTSRCH-E4 DIGREPO HAS NO USABLE CONTROL '
                   'RECORD OR IS EMPTY - NOTHING SEARCHED'
               CLOSE DIGIT-REPO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DR-HIWATER TO WS-HIWATER
           MOVE DR-HIWATER-DATE TO WS-HIWATER-DATE
           PERFORM 1200-SET-PATTERN-DEPTH THRU 1200-EXIT
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-CNT
           COMPUTE WS-LAST-BLOCK = (WS-MAX-DEPTH + 49) / 50
           OPEN OUTPUT SRPT-FILE
           IF NOT WS-SRPT-OK
               DISPLAY 'DGTSRCH-E5 UNABLE TO OPEN SRCHRPT - STATUS '
                   WS-SRPT-STATUS ' - NOTHING SEARCHED'
               CLOSE DIGIT-REPO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           STRING 'DGTSRCH DIGIT-SEQUENCE SEARCH DATE=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           STRING 'REPOSITORY HIGH-WATER=' WS-HIWATER ' AS OF '
               WS-HIWATER-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-CARD - READ ONE PATTERN CARD. THE PATTERN IS    *
      * THE RUN OF DIGITS FROM COLUMN 1; ANYTHING BUT SPACES      *
      * AFTER IT, AN EMPTY PATTERN, A NON-NUMERIC DEPTH OR A      *
      * DEPTH SHORTER THAN THE PATTERN REJECTS THE CARD WITH A    *
      * WARNING AND THE RUN GOES ON WITH THE REMAINING CARDS.      *
      *-----------------------------------------------------------*
       1100-LOAD-CARD.
           READ CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           MOVE ZERO TO WS-LEN
           PERFORM 1110-COUNT-PATTERN-DIGIT THRU 1110-EXIT
               VARYING WS-CHX FROM 1 BY 1
               UNTIL WS-CHX > 20
           IF WS-LEN = ZERO
               PERFORM 1120-REJECT-CARD THRU 1120-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-LEN < 20
               IF SC-PATTERN(WS-LEN + 1:20 - WS-LEN) NOT = SPACES
                   PERFORM 1120-REJECT-CARD THRU 1120-EXIT
                   GO TO 1100-EXIT
               END-IF
           END-IF
           IF SC-DEPTH-X = SPACES
               MOVE ZERO TO SC-DEPTH
           END-IF
           IF SC-DEPTH IS NOT NUMERIC
               PERFORM 1120-REJECT-CARD THRU 1120-EXIT
               GO TO 1100-EXIT
           END-IF
           IF SC-DEPTH NOT = ZERO AND SC-DEPTH < WS-LEN
               PERFORM 1120-REJECT-CARD THRU 1120-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-PAT-CNT
           MOVE SC-PATTERN TO WS-PAT-DIGITS(WS-PAT-CNT)
           MOVE WS-LEN TO WS-PAT-LEN(WS-PAT-CNT)
           MOVE SC-DEPTH TO WS-PAT-DEPTH(WS-PAT-CNT)
           MOVE 'N' TO WS-PAT-TRIM-SW(WS-PAT-CNT)
           MOVE ZERO TO WS-PAT-FIRST(WS-PAT-CNT)
           MOVE ZERO TO WS-PAT-TOTAL(WS-PAT-CNT)
           MOVE ZERO TO WS-PAT-LISTED(WS-PAT-CNT)
           .
       1100-EXIT.
           EXIT.

       1110-COUNT-PATTERN-DIGIT.
      *     THE FIRST NON-DIGIT ENDS THE PATTERN - STEP WS-CHX TO
      *     THE END OF THE FIELD SO THE PERFORM VARYING STOPS.
           IF SC-PATTERN(WS-CHX:1) IS NOT NUMERIC
               MOVE 20 TO WS-CHX
           ELSE
               ADD 1 TO WS-LEN
           END-IF
           .
       1110-EXIT.
           EXIT.

       1120-REJECT-CARD.
           ADD 1 TO WS-SKIP-CNT
           DISPLAY 'DGTSRCH-W2 INVALID PATTERN CARD '
               CARD-RECORD(1:30) ' - CARD SKIPPED'
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-SET-PATTERN-DEPTH - A ZERO DEPTH MEANS THE WHOLE     *
      * REPOSITORY; A DEPTH PAST THE HIGH-WATER MARK IS TRIMMED   *
      * TO IT AND SAID SO ON THE REPORT. THE PASS RUNS TO THE     *
      * DEEPEST PATTERN'S DEPTH.                                   *
      *-----------------------------------------------------------*
       1200-SET-PATTERN-DEPTH.
           IF WS-PAT-DEPTH(WS-PAT-IDX) = ZERO
               MOVE WS-HIWATER TO WS-PAT-DEPTH(WS-PAT-IDX)
           END-IF
           IF WS-PAT-DEPTH(WS-PAT-IDX) > WS-HIWATER
               MOVE WS-HIWATER TO WS-PAT-DEPTH(WS-PAT-IDX)
               SET WS-PAT-TRIMMED(WS-PAT-IDX) TO TRUE
           END-IF
           IF WS-PAT-DEPTH(WS-PAT-IDX) > WS-MAX-DEPTH
               MOVE WS-PAT-DEPTH(WS-PAT-IDX) TO WS-MAX-DEPTH
           END-IF
           .
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SEARCH-REPO - ONE FORWARD PASS OVER THE BLOCKS UP TO *
      * THE DEEPEST PATTERN'S DEPTH, TRYING EVERY PATTERN AGAINST *
      * EACH BLOCK IN TURN. A MISSING, SHORT OR NON-NUMERIC BLOCK *
      * STOPS THE PASS - THE COUNTS THEN COVER ONLY THE POSITIONS *
      * BEFORE IT AND THE REPORT SAYS SO.                          *
      *-----------------------------------------------------------*
       2000-SEARCH-REPO.
           MOVE ZERO TO WS-WIN-LEN
           MOVE 1 TO WS-WIN-BASE
           PERFORM 2100-SEARCH-BLOCK THRU 2100-EXIT
               VARYING WS-BLOCK-NO FROM 1 BY 1
               UNTIL WS-BLOCK-NO > WS-LAST-BLOCK OR WS-REPO-FAULT
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SEARCH-BLOCK - READ THE NEXT BLOCK, CHECK IT IS THE  *
      * ONE EXPECTED AND HOLDS ITS CLAIMED DIGITS, SLIDE IT INTO  *
      * THE WINDOW BEHIND THE CARRIED TAIL AND TRY EACH PATTERN.   *
      *-----------------------------------------------------------*
       2100-SEARCH-BLOCK.
           COMPUTE WS-BLK-START = (WS-BLOCK-NO - 1) * 50 + 1
           IF WS-BLOCK-NO < WS-LAST-BLOCK
               MOVE 50 TO WS-CLAIM-CNT
           ELSE
               COMPUTE WS-CLAIM-CNT = WS-MAX-DEPTH - WS-BLK-START + 1
           END-IF
           READ DIGIT-REPO-FILE NEXT RECORD
               AT END
                   MOVE 999999999 TO DR-BLOCK-NO
           END-READ
           IF DR-BLOCK-NO NOT = WS-BLOCK-NO
               MOVE SPACES TO WS-RPT-MSG
               STRING 'BLOCK ' WS-BLOCK-NO ' MISSING FROM DIGREPO'
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               PERFORM 2150-REPO-FAULT THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF
           IF DR-DIGIT-CNT IS NOT NUMERIC
               OR DR-DIGIT-CNT < WS-CLAIM-CNT
               OR DR-DIGITS(1:WS-CLAIM-CNT) IS NOT NUMERIC
               MOVE SPACES TO WS-RPT-MSG
               STRING 'BLOCK ' WS-BLOCK-NO ' SHORT OR NON-NUMERIC '
                   'IN ITS CLAIMED POSITIONS'
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               PERFORM 2150-REPO-FAULT THRU 2150-EXIT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-BLK-CNT
           IF WS-WIN-LEN > 19
               MOVE 19 TO WS-CARRY-LEN
           ELSE
               MOVE WS-WIN-LEN TO WS-CARRY-LEN
           END-IF
           MOVE SPACES TO WS-CARRY-BUF
           IF WS-CARRY-LEN > ZERO
               MOVE WS-WINDOW(WS-WIN-LEN - WS-CARRY-LEN + 1:
                   WS-CARRY-LEN) TO WS-CARRY-BUF
           END-IF
           MOVE SPACES TO WS-WINDOW
           IF WS-CARRY-LEN > ZERO
               MOVE WS-CARRY-BUF(1:WS-CARRY-LEN)
                   TO WS-WINDOW(1:WS-CARRY-LEN)
           END-IF
           MOVE DR-DIGITS(1:WS-CLAIM-CNT)
               TO WS-WINDOW(WS-CARRY-LEN + 1:WS-CLAIM-CNT)
           COMPUTE WS-WIN-LEN = WS-CARRY-LEN + WS-CLAIM-CNT
           COMPUTE WS-WIN-BASE = WS-BLK-START - WS-CARRY-LEN
           PERFORM 2200-MATCH-PATTERN THRU 2200-EXIT
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-CNT
           COMPUTE WS-SEARCHED-THRU = WS-BLK-START + WS-CLAIM-CNT - 1
           .
       2100-EXIT.
           EXIT.

       2150-REPO-FAULT.
           SET WS-REPO-FAULT TO TRUE
           DISPLAY 'DGTSRCH-E6 ' WS-RPT-MSG(1:60)
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-MATCH-PATTERN - TRY ONE PATTERN AT EVERY WINDOW      *
      * START WHOSE OCCURRENCE WOULD END IN THE CURRENT BLOCK AND *
      * NOT PAST THE PATTERN'S DEPTH. OVERLAPPING OCCURRENCES ALL *
      * COUNT ('11' OCCURS TWICE IN '111').                        *
      *-----------------------------------------------------------*
       2200-MATCH-PATTERN.
           IF WS-BLK-START > WS-PAT-DEPTH(WS-PAT-IDX)
               GO TO 2200-EXIT
           END-IF
           MOVE WS-PAT-LEN(WS-PAT-IDX) TO WS-LEN
           COMPUTE WS-FIRST-START = WS-CARRY-LEN + 2 - WS-LEN
           IF WS-FIRST-START < 1
               MOVE 1 TO WS-FIRST-START
           END-IF
           IF WS-PAT-DEPTH(WS-PAT-IDX) < WS-BLK-START + WS-CLAIM-CNT
               COMPUTE WS-LAST-START = WS-PAT-DEPTH(WS-PAT-IDX)
                   - WS-WIN-BASE + 2 - WS-LEN
           ELSE
               COMPUTE WS-LAST-START = WS-WIN-LEN + 1 - WS-LEN
           END-IF
           PERFORM 2210-TRY-START THRU 2210-EXIT
               VARYING WS-START FROM WS-FIRST-START BY 1
               UNTIL WS-START > WS-LAST-START
           .
       2200-EXIT.
           EXIT.

       2210-TRY-START.
           IF WS-WINDOW(WS-START:WS-LEN) NOT =
               WS-PAT-DIGITS(WS-PAT-IDX)(1:WS-LEN)
               GO TO 2210-EXIT
           END-IF
           COMPUTE WS-MATCH-POS = WS-WIN-BASE + WS-START - 1
           ADD 1 TO WS-PAT-TOTAL(WS-PAT-IDX)
           IF WS-PAT-TOTAL(WS-PAT-IDX) = 1
               MOVE WS-MATCH-POS TO WS-PAT-FIRST(WS-PAT-IDX)
           END-IF
           IF WS-PAT-LISTED(WS-PAT-IDX) < 100
               ADD 1 TO WS-PAT-LISTED(WS-PAT-IDX)
               MOVE WS-MATCH-POS TO WS-PAT-POS(WS-PAT-IDX,
                   WS-PAT-LISTED(WS-PAT-IDX))
           END-IF
           .
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-PATTERNS - ONE REPORT SECTION PER PATTERN, IN *
      * CARD ORDER.                                                *
      *-----------------------------------------------------------*
       3000-REPORT-PATTERNS.
           IF WS-REPO-FAULT
               MOVE SPACES TO WS-RPT-MSG
               STRING 'SEARCH STOPPED - COUNTS COVER POSITIONS 1 '
                   'THROUGH ' WS-SEARCHED-THRU ' ONLY'
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           PERFORM 3100-REPORT-ONE-PATTERN THRU 3100-EXIT
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-PAT-CNT
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-REPORT-ONE-PATTERN - THE PATTERN AND ITS DEPTH, THE  *
      * FIRST OCCURRENCE, THE TOTAL, AND THE OCCURRENCE POSITIONS *
      * SEVEN TO A LINE - THE FIRST 100 ONLY, THE TOTAL CARRIES   *
      * THE FULL COUNT.                                            *
      *-----------------------------------------------------------*
       3100-REPORT-ONE-PATTERN.
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE WS-PAT-LEN(WS-PAT-IDX) TO WS-LEN
           STRING 'PATTERN ' WS-PAT-DIGITS(WS-PAT-IDX)(1:WS-LEN)
               ' TO DEPTH ' WS-PAT-DEPTH(WS-PAT-IDX)
               DELIMITED BY SIZE INTO WS-RPT-MSG
           IF WS-PAT-TRIMMED(WS-PAT-IDX)
               MOVE '(TRIMMED TO HIGH-WATER)' TO WS-RPT-MSG(57:23)
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-PAT-TOTAL(WS-PAT-IDX) = ZERO
               MOVE '  NOT FOUND WITHIN DEPTH' TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-FOUND-CNT
           MOVE SPACES TO WS-SUM-LINE
           MOVE '  FIRST OCCURRENCE=' TO WB-LBL
           MOVE WS-PAT-FIRST(WS-PAT-IDX) TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE '  TOTAL OCCURRENCES=' TO WB-LBL
           MOVE WS-PAT-TOTAL(WS-PAT-IDX) TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-POS-LINE
           MOVE '  AT' TO WP-LBL
           MOVE ZERO TO WS-POS-COL
           PERFORM 3110-LIST-POSITION THRU 3110-EXIT
               VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX > WS-PAT-LISTED(WS-PAT-IDX)
           IF WS-POS-COL > ZERO
               MOVE WS-POS-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           IF WS-PAT-TOTAL(WS-PAT-IDX) > WS-PAT-LISTED(WS-PAT-IDX)
               MOVE '  FIRST 100 OCCURRENCES LISTED - SEE TOTAL'
                   TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

       3110-LIST-POSITION.
           ADD 1 TO WS-POS-COL
           MOVE WS-PAT-POS(WS-PAT-IDX, WS-OCC-IDX)
               TO WP-POS(WS-POS-COL)
           IF WS-POS-COL = 7
               MOVE WS-POS-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE SPACES TO WS-POS-LINE
               MOVE ZERO TO WS-POS-COL
           END-IF
           .
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TERMINATE - WRITE THE SUMMARY AND CLOSE. A STOPPED   *
      * PASS ENDS THE STEP WITH RC=12 - THE REPOSITORY NEEDS A    *
      * DGTRUTIL SCAN BEFORE THE COUNTS CAN BE TRUSTED.            *
      *-----------------------------------------------------------*
       4000-TERMINATE.
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'PATTERNS SEARCHED=' TO WB-LBL
           MOVE WS-PAT-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'PATTERNS FOUND=' TO WB-LBL
           MOVE WS-FOUND-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'CARDS SKIPPED=' TO WB-LBL
           MOVE WS-SKIP-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'BLOCKS READ=' TO WB-LBL
           MOVE WS-BLK-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE 'SEARCHED THROUGH=' TO WB-LBL
           MOVE WS-SEARCHED-THRU TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           CLOSE SRPT-FILE
           CLOSE DIGIT-REPO-FILE
           IF WS-REPO-FAULT
               DISPLAY 'DGTSRCH-E7 SEARCH STOPPED AT A REPOSITORY '
                   'FAULT - RUN DGTRUTIL SCAN'
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTSRCH COMPLETE - ' WS-PAT-CNT ' PATTERN(S), '
               WS-FOUND-CNT ' FOUND, THROUGH POSITION '
               WS-SEARCHED-THRU
           .
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-REPORT-MSG - WRITE ONE PREFORMATTED LINE TO    *
      * THE SEARCH REPORT.                                         *
      *-----------------------------------------------------------*
       5000-WRITE-REPORT-MSG.
           MOVE WS-RPT-MSG TO SR-LINE
           WRITE SR-LINE
           .
       5000-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTSRCH.
