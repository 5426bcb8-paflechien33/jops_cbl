       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTCERT.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL DIGIT REPOSITORY              *
      *                    CERTIFICATION. RECOMPUTES E OVER A     *
      *                    POSITION RANGE BY A SECOND, UNRELATED  *
      *                    METHOD - THE SERIES SUM OF 1/K!,       *
      *                    CARRIED OUT BY LONG DIVISION - AND     *
      *                    COMPARES IT BLOCK BY BLOCK AGAINST THE *
      *                    DIGITS THE SPIGOT STORED ON DIGREPO,   *
      *                    REPORTING THE FIRST DISAGREEING        *
      *                    POSITION AND THE NUMBER OF BAD BLOCKS. *
      *                    A CLEAN RANGE CONTIGUOUS WITH THE      *
      *                    EXISTING MARK ADVANCES THE CERTIFIED-  *
      *                    THROUGH MARK AND DATE ON THE BLOCK-    *
      *                    ZERO CONTROL RECORD (DR-CERT-THRU/DR-  *
      *                    CERT-DATE); A DISAGREEMENT INSIDE THE  *
      *                    MARK PULLS IT BACK. TAKES THE SHARED   *
      *                    RUN LOCK LIKE DGTQPURG.                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL CPARM-FILE ASSIGN TO CERTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.
           SELECT DIGIT-REPO-FILE ASSIGN TO DIGREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-BLOCK-NO
               FILE STATUS IS WS-DRP-STATUS.
           SELECT CRPT-FILE ASSIGN TO CERTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * CPARM-FILE - ONE OPTIONAL CONTROL CARD -                   *
      *   COLS  1- 9  FIRST POSITION TO CERTIFY, ZERO-PADDED.      *
      *               BLANK OR ZERO = POSITION 1.                  *
      *   COLS 10-18  LAST POSITION TO CERTIFY, ZERO-PADDED.       *
      *               BLANK OR ZERO = THE HIGH-WATER MARK.         *
      *   COL  19     'Y' TAKES OVER A STALE RUN LOCK AS ON THE    *
      *               PURGPARM CARD.                               *
      * AN ABSENT CARD CERTIFIES THE WHOLE REPOSITORY.             *
      *-----------------------------------------------------------*
       FD  CPARM-FILE
           RECORDING MODE IS F.
       01  CPARM-RECORD.
           05  CP-FROM-POS         PIC X(09).
           05  CP-FROM-NUM REDEFINES CP-FROM-POS
                                   PIC 9(09).
           05  CP-THRU-POS         PIC X(09).
           05  CP-THRU-NUM REDEFINES CP-THRU-POS
                                   PIC 9(09).
           05  CP-LOCK-OVERRIDE    PIC X(01).
           05  FILLER              PIC X(61).
      *-----------------------------------------------------------*
      * DIGIT-REPO-FILE - THE PERMANENT DIGIT MASTER (SEE         *
      * DGTMDIG). OPENED I-O - THE BLOCKS ARE ONLY READ; THE      *
      * BLOCK-ZERO CONTROL RECORD IS REWRITTEN WITH THE MARK.      *
      *-----------------------------------------------------------*
       FD  DIGIT-REPO-FILE.
           COPY DGTMDIG.
      *-----------------------------------------------------------*
      * CRPT-FILE - THE CERTIFICATION REPORT - THE RANGE, ONE     *
      * LINE PER BAD BLOCK (FIRST 100) AND A CLOSING SUMMARY WITH *
      * THE CERTIFIED-THROUGH MARK AS LEFT.                        *
      *-----------------------------------------------------------*
       FD  CRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CR-LINE                 PIC X(80).
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
       77  WS-CPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-CPARM-OK         VALUE '00'.
       77  WS-DRP-STATUS           PIC X(02) VALUE '00'.
           88  WS-DRP-OK           VALUE '00'.
       77  WS-CRPT-STATUS          PIC X(02) VALUE '00'.
           88  WS-CRPT-OK          VALUE '00'.
       77  WS-RUNLOCK-STATUS       PIC X(02) VALUE '00'.
      *         '05' IS THE OPTIONAL-FILE-ABSENT OPEN - SEE DGTQPURG.
           88  WS-RUNLOCK-OK       VALUE '00' '05'.
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD        VALUE 'Y'.
       77  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88  WS-LOCK-OVERRIDE    VALUE 'Y'.
       77  WS-JOBNAME              PIC X(08) VALUE 'DGTCERT'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       77  WS-CERT-SW              PIC X(01) VALUE 'Y'.
           88  WS-CERT-TO-DO       VALUE 'Y'.
      *-----------------------------------------------------------*
      * THE RANGE. THE SERIES TABLE BELOW IS SIZED FOR 30000      *
      * POSITIONS - ABOVE THE DEEPEST STREAM N-MAXIMUM 29999 CAN  *
      * PRODUCE.                                                   *
      *-----------------------------------------------------------*
       77  WS-MAX-POS              PIC 9(09) VALUE 30000.
       77  WS-FROM-POS             PIC 9(09) VALUE ZERO.
       77  WS-THRU-POS             PIC 9(09) VALUE ZERO.
       77  WS-HIWATER              PIC 9(09) VALUE ZERO.
       77  WS-PRIOR-CERT           PIC 9(09) VALUE ZERO.
       77  WS-PRIOR-CERT-DATE      PIC X(08) VALUE SPACES.
       77  WS-NEW-CERT             PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
      * SECOND-METHOD WORK AREA. E = 2 + 1/2! + 1/3! + ... IS      *
      * HELD AS AN INTEGER PART AND A FRACTION OF WS-CT-WORDS     *
      * BASE-1000000000 WORDS (NINE DECIMAL DIGITS EACH, MOST     *
      * SIGNIFICANT FIRST). EACH TERM IS THE ONE BEFORE IT        *
      * DIVIDED BY K, WORD BY WORD, CARRYING THE REMAINDER DOWN - *
      * THE REMAINDER STAYS BELOW K, SO REMAINDER * BASE + WORD   *
      * FITS 9(18) WITH ROOM TO SPARE. EVERY DIVISION TRUNCATES   *
      * BY LESS THAN ONE UNIT OF THE LAST WORD; THE TWO GUARD     *
      * WORDS CARRIED PAST THE LAST POSITION ABSORB THAT ERROR    *
      * OVER THE FEW THOUSAND TERMS SUMMED. THE SERIES ENDS WHEN  *
      * THE TERM HAS SHIFTED ENTIRELY OUT OF THE TABLE.            *
      *-----------------------------------------------------------*
       77  WS-CT-BASE              PIC 9(18) BINARY
                                   VALUE 1000000000.
       77  WS-CT-WORDS             PIC 9(04) BINARY VALUE ZERO.
       77  WS-CT-FIRST             PIC 9(04) BINARY VALUE ZERO.
       77  WS-CT-IX                PIC 9(04) BINARY VALUE ZERO.
       77  WS-CT-K                 PIC 9(09) BINARY VALUE ZERO.
       77  WS-CT-REM               PIC 9(18) BINARY VALUE ZERO.
       77  WS-CT-CUR               PIC 9(18) BINARY VALUE ZERO.
       77  WS-CT-CARRY             PIC 9(18) BINARY VALUE ZERO.
       77  WS-CT-SUM-INT           PIC 9(18) BINARY VALUE ZERO.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 3340 TIMES.
               10  WS-CT-TERM      PIC 9(18) BINARY.
               10  WS-CT-SUM       PIC 9(18) BINARY.
       01  WS-CT-WORD-DSP          PIC 9(09).
       77  WS-CT-WORD-IX           PIC 9(04) BINARY VALUE ZERO.
       77  WS-CT-OFFSET            PIC 9(02) BINARY VALUE ZERO.
       77  WS-CT-TERMS-DSP         PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
      * BLOCK-BY-BLOCK COMPARISON.                                 *
      *-----------------------------------------------------------*
       77  WS-BLOCK-NO             PIC 9(09) BINARY VALUE ZERO.
       77  WS-FIRST-BLOCK          PIC 9(09) BINARY VALUE ZERO.
       77  WS-LAST-BLOCK           PIC 9(09) BINARY VALUE ZERO.
       77  WS-BLK-START            PIC 9(09) BINARY VALUE ZERO.
       77  WS-POS                  PIC 9(09) BINARY VALUE ZERO.
       77  WS-POS-LO               PIC 9(09) BINARY VALUE ZERO.
       77  WS-POS-HI               PIC 9(09) BINARY VALUE ZERO.
       77  WS-POS-IX               PIC 9(02) BINARY VALUE ZERO.
       77  WS-EXPECT               PIC X(01).
       77  WS-FOUND                PIC X(01).
       77  WS-BLK-BAD-SW           PIC X(01).
           88  WS-BLK-BAD          VALUE 'Y'.
       77  WS-BLK-MISSING-SW       PIC X(01).
           88  WS-BLK-MISSING      VALUE 'Y'.
       77  WS-BLK-BAD-POS          PIC 9(09) VALUE ZERO.
       77  WS-BLK-BAD-EXPECT       PIC X(01).
       77  WS-BLK-BAD-FOUND        PIC X(01).
       77  WS-BLOCK-CNT            PIC 9(09) VALUE ZERO.
       77  WS-BAD-BLOCK-CNT        PIC 9(09) VALUE ZERO.
       77  WS-BAD-POS-CNT          PIC 9(09) VALUE ZERO.
       77  WS-FIRST-BAD-POS        PIC 9(09) VALUE ZERO.
       77  WS-BLOCK-DSP            PIC 9(09) VALUE ZERO.
       77  WS-POS-DSP              PIC 9(09) VALUE ZERO.
       01  WS-RPT-MSG              PIC X(80).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC 9(09).
           05  FILLER              PIC X(47).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SET-RANGE THRU 2000-EXIT
           IF WS-CERT-TO-DO
               PERFORM 2500-COMPUTE-SERIES THRU 2500-EXIT
               PERFORM 3000-CERTIFY-BLOCK THRU 3000-EXIT
                   VARYING WS-BLOCK-NO FROM WS-FIRST-BLOCK BY 1
                   UNTIL WS-BLOCK-NO > WS-LAST-BLOCK
               PERFORM 3500-POST-CERT-MARK THRU 3500-EXIT
           END-IF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE CONTROL CARD, TAKE THE RUN  *
      * LOCK, OPEN THE REPOSITORY AND THE REPORT, AND READ THE    *
      * HIGH-WATER AND CERTIFIED-THROUGH MARKS FROM BLOCK ZERO.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           OPEN INPUT CPARM-FILE
           IF WS-CPARM-OK
               READ CPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1200-TAKE-PARM-CARD THRU 1200-EXIT
               END-READ
               CLOSE CPARM-FILE
           END-IF
           PERFORM 1100-ACQUIRE-RUN-LOCK THRU 1100-EXIT
           OPEN I-O DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTCERT-E1 UNABLE TO OPEN DIGREPO - STATUS '
                   WS-DRP-STATUS ' - NOTHING CERTIFIED'
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
      *             NO CONTROL RECORD - AN EMPTY REPOSITORY.
                   MOVE SPACES TO DR-RECORD
           END-READ
           IF DR-HIWATER IS NUMERIC
               MOVE DR-HIWATER TO WS-HIWATER
           END-IF
           IF DR-CERT-THRU IS NUMERIC
               MOVE DR-CERT-THRU TO WS-PRIOR-CERT
               MOVE DR-CERT-DATE TO WS-PRIOR-CERT-DATE
           END-IF
           MOVE WS-PRIOR-CERT TO WS-NEW-CERT
           OPEN OUTPUT CRPT-FILE
           IF NOT WS-CRPT-OK
               DISPLAY 'DGTCERT-E2 UNABLE TO OPEN CERTRPT - STATUS '
                   WS-CRPT-STATUS ' - NOTHING CERTIFIED'
               CLOSE DIGIT-REPO-FILE
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           STRING 'DGTCERT DIGIT REPOSITORY CERTIFICATION DATE='
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           STRING 'HIGH-WATER=' WS-HIWATER ' CERTIFIED THROUGH='
               WS-PRIOR-CERT ' ON ' WS-PRIOR-CERT-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-ACQUIRE-RUN-LOCK - SERIALIZE AGAINST A LIVE DIGITOFE *
      * EXECUTION, WHICH EXTENDS THE REPOSITORY AND REWRITES THE  *
      * SAME CONTROL RECORD. A HELD LOCK ENDS THIS RUN CLEANLY    *
      * WITH RC=8 AND NOTHING CERTIFIED - IT IS SIMPLY RERUN. THE *
      * CERTPARM OVERRIDE FLAG TAKES A STALE LOCK OVER AFTER AN   *
      * ABEND.                                                     *
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
               DISPLAY 'DGTCERT-I1 STALE RUN LOCK HELD BY '
                   RL-JOB ' SINCE ' RL-DATE ' ' RL-TIME
                   ' OVERRIDDEN BY PARM REQUEST'
               GO TO 1110-EXIT
           END-IF
           DISPLAY 'DGTCERT-B1 RUN LOCK HELD BY ' RL-JOB
               ' SINCE ' RL-DATE ' ' RL-TIME ' - NOTHING CERTIFIED'
           CLOSE RUNLOCK-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-TAKE-PARM-CARD - A POSITION THAT IS NEITHER BLANK    *
      * NOR NUMERIC IS A HARD ERROR - CERTIFYING A RANGE THE      *
      * OPERATOR DID NOT ASK FOR WOULD MOVE THE MARK WRONGLY.      *
      *-----------------------------------------------------------*
       1200-TAKE-PARM-CARD.
           IF CP-LOCK-OVERRIDE = 'Y'
               SET WS-LOCK-OVERRIDE TO TRUE
           END-IF
           IF CP-FROM-POS NOT = SPACES
               IF CP-FROM-POS IS NUMERIC
                   MOVE CP-FROM-NUM TO WS-FROM-POS
               ELSE
                   DISPLAY 'DGTCERT-E3 CERTPARM FIRST POSITION NOT '
                       'NUMERIC - FOUND ' CP-FROM-POS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF CP-THRU-POS NOT = SPACES
               IF CP-THRU-POS IS NUMERIC
                   MOVE CP-THRU-NUM TO WS-THRU-POS
               ELSE
                   DISPLAY 'DGTCERT-E3 CERTPARM LAST POSITION NOT '
                       'NUMERIC - FOUND ' CP-THRU-POS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SET-RANGE - DEFAULT AND CAP THE RANGE. ONLY STORED   *
      * POSITIONS (UP TO THE HIGH-WATER MARK) CAN BE CERTIFIED.   *
      *-----------------------------------------------------------*
       2000-SET-RANGE.
           IF WS-FROM-POS = ZERO
               MOVE 1 TO WS-FROM-POS
           END-IF
           IF WS-THRU-POS = ZERO
               MOVE WS-HIWATER TO WS-THRU-POS
           END-IF
           IF WS-HIWATER = ZERO
               DISPLAY 'DGTCERT-W1 DIGIT REPOSITORY IS EMPTY - '
                   'NOTHING TO CERTIFY'
               MOVE 'N' TO WS-CERT-SW
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF WS-THRU-POS > WS-HIWATER
               DISPLAY 'DGTCERT-W2 LAST POSITION ' WS-THRU-POS
                   ' IS PAST THE HIGH-WATER MARK - CERTIFYING '
                   'THROUGH ' WS-HIWATER
               MOVE WS-HIWATER TO WS-THRU-POS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-THRU-POS > WS-MAX-POS
               DISPLAY 'DGTCERT-W3 LAST POSITION ' WS-THRU-POS
                   ' IS PAST THE ' WS-MAX-POS ' POSITIONS ONE RUN '
                   'CAN RECOMPUTE - CERTIFYING THROUGH ' WS-MAX-POS
               MOVE WS-MAX-POS TO WS-THRU-POS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FROM-POS > WS-THRU-POS
               DISPLAY 'DGTCERT-E4 FIRST POSITION ' WS-FROM-POS
                   ' IS PAST LAST POSITION ' WS-THRU-POS
                   ' - NOTHING CERTIFIED'
               MOVE 'N' TO WS-CERT-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-FIRST-BLOCK = (WS-FROM-POS - 1) / 50 + 1
           COMPUTE WS-LAST-BLOCK = (WS-THRU-POS - 1) / 50 + 1
           MOVE SPACES TO WS-RPT-MSG
           STRING 'POSITIONS ' WS-FROM-POS ' THRU ' WS-THRU-POS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-COMPUTE-SERIES - SUM THE SERIES TO THE FULL WIDTH OF *
      * THE RANGE. STREAM POSITION P IS DECIMAL P+1 OF E - THE    *
      * STREAM STARTS AFTER THE '2.7' DIGITOFE DISPLAYS - SO THE  *
      * FRACTION NEEDS LAST POSITION + 1 DIGITS PLUS THE GUARD.   *
      * 1/0! + 1/1! GIVE THE INTEGER PART 2; THE FIRST TERM       *
      * CARRIED IN THE TABLE IS 1/2! = .5.                         *
      *-----------------------------------------------------------*
       2500-COMPUTE-SERIES.
           COMPUTE WS-CT-WORDS = (WS-THRU-POS + 9) / 9 + 2
           INITIALIZE WS-CT-TABLE
           MOVE 2 TO WS-CT-SUM-INT
           MOVE 500000000 TO WS-CT-TERM(1)
           MOVE 500000000 TO WS-CT-SUM(1)
           MOVE 2 TO WS-CT-K
           MOVE 1 TO WS-CT-FIRST
           PERFORM 2510-ADD-NEXT-TERM THRU 2510-EXIT
               UNTIL WS-CT-FIRST > WS-CT-WORDS
           MOVE WS-CT-K TO WS-CT-TERMS-DSP
           MOVE SPACES TO WS-RPT-MSG
           STRING 'SECOND METHOD - SERIES SUM OF 1/K! THROUGH K='
               WS-CT-TERMS-DSP
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-CT-SUM-INT NOT = 2
               DISPLAY 'DGTCERT-E5 SECOND-METHOD SUM DID NOT '
                   'SETTLE ON 2.7... - NOTHING CERTIFIED'
               MOVE 'N' TO WS-CERT-SW
               MOVE 16 TO RETURN-CODE
               PERFORM 4000-TERMINATE THRU 4000-EXIT
               STOP RUN
           END-IF
           .
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2510-ADD-NEXT-TERM - TERM = TERM / K, THEN SUM = SUM +    *
      * TERM. LEADING WORDS THE TERM HAS SHIFTED PAST ARE ZERO    *
      * FROM THEN ON AND ARE SKIPPED.                              *
      *-----------------------------------------------------------*
       2510-ADD-NEXT-TERM.
           ADD 1 TO WS-CT-K
           MOVE ZERO TO WS-CT-REM
           PERFORM 2520-DIVIDE-WORD THRU 2520-EXIT
               VARYING WS-CT-IX FROM WS-CT-FIRST BY 1
               UNTIL WS-CT-IX > WS-CT-WORDS
           PERFORM 2515-SKIP-ZERO-WORD THRU 2515-EXIT
               UNTIL WS-CT-FIRST > WS-CT-WORDS
               OR WS-CT-TERM(WS-CT-FIRST) NOT = ZERO
           IF WS-CT-FIRST > WS-CT-WORDS
               GO TO 2510-EXIT
           END-IF
           MOVE ZERO TO WS-CT-CARRY
           PERFORM 2530-ADD-WORD THRU 2530-EXIT
               VARYING WS-CT-IX FROM WS-CT-WORDS BY -1
               UNTIL WS-CT-IX < WS-CT-FIRST
           COMPUTE WS-CT-IX = WS-CT-FIRST - 1
           PERFORM 2540-CARRY-WORD THRU 2540-EXIT
               UNTIL WS-CT-CARRY = ZERO
           .
       2510-EXIT.
           EXIT.

       2515-SKIP-ZERO-WORD.
           ADD 1 TO WS-CT-FIRST
           .
       2515-EXIT.
           EXIT.

       2520-DIVIDE-WORD.
           COMPUTE WS-CT-CUR = WS-CT-REM * WS-CT-BASE
               + WS-CT-TERM(WS-CT-IX)
           DIVIDE WS-CT-CUR BY WS-CT-K
               GIVING WS-CT-TERM(WS-CT-IX) REMAINDER WS-CT-REM
           .
       2520-EXIT.
           EXIT.

       2530-ADD-WORD.
           COMPUTE WS-CT-SUM(WS-CT-IX) = WS-CT-SUM(WS-CT-IX)
               + WS-CT-TERM(WS-CT-IX) + WS-CT-CARRY
           IF WS-CT-SUM(WS-CT-IX) NOT < WS-CT-BASE
               SUBTRACT WS-CT-BASE FROM WS-CT-SUM(WS-CT-IX)
               MOVE 1 TO WS-CT-CARRY
           ELSE
               MOVE ZERO TO WS-CT-CARRY
           END-IF
           .
       2530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2540-CARRY-WORD - RIPPLE A CARRY UP THROUGH THE WORDS     *
      * ABOVE THE TERM, AND OUT INTO THE INTEGER PART.             *
      *-----------------------------------------------------------*
       2540-CARRY-WORD.
           IF WS-CT-IX = ZERO
               ADD WS-CT-CARRY TO WS-CT-SUM-INT
               MOVE ZERO TO WS-CT-CARRY
               GO TO 2540-EXIT
           END-IF
           ADD WS-CT-CARRY TO WS-CT-SUM(WS-CT-IX)
           IF WS-CT-SUM(WS-CT-IX) NOT < WS-CT-BASE
               SUBTRACT WS-CT-BASE FROM WS-CT-SUM(WS-CT-IX)
           ELSE
               MOVE ZERO TO WS-CT-CARRY
           END-IF
           SUBTRACT 1 FROM WS-CT-IX
           .
       2540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CERTIFY-BLOCK - COMPARE THE POSITIONS OF ONE STORED  *
      * BLOCK THAT FALL IN THE RANGE WITH THE SECOND METHOD. A    *
      * MISSING BLOCK, OR A SHORT ONE, DISAGREES AT ITS FIRST     *
      * ABSENT POSITION.                                           *
      *-----------------------------------------------------------*
       3000-CERTIFY-BLOCK.
           ADD 1 TO WS-BLOCK-CNT
           COMPUTE WS-BLK-START = (WS-BLOCK-NO - 1) * 50 + 1
           MOVE WS-BLK-START TO WS-POS-LO
           IF WS-POS-LO < WS-FROM-POS
               MOVE WS-FROM-POS TO WS-POS-LO
           END-IF
           COMPUTE WS-POS-HI = WS-BLK-START + 49
           IF WS-POS-HI > WS-THRU-POS
               MOVE WS-THRU-POS TO WS-POS-HI
           END-IF
           MOVE 'N' TO WS-BLK-BAD-SW
           MOVE 'N' TO WS-BLK-MISSING-SW
           MOVE WS-BLOCK-NO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   SET WS-BLK-MISSING TO TRUE
                   SET WS-BLK-BAD TO TRUE
                   MOVE WS-POS-LO TO WS-BLK-BAD-POS
                   COMPUTE WS-BAD-POS-CNT = WS-BAD-POS-CNT
                       + WS-POS-HI - WS-POS-LO + 1
           END-READ
           IF NOT WS-BLK-MISSING
               PERFORM 3100-CHECK-POSITION THRU 3100-EXIT
                   VARYING WS-POS FROM WS-POS-LO BY 1
                   UNTIL WS-POS > WS-POS-HI
           END-IF
           IF WS-BLK-BAD
               ADD 1 TO WS-BAD-BLOCK-CNT
               IF WS-FIRST-BAD-POS = ZERO
                   MOVE WS-BLK-BAD-POS TO WS-FIRST-BAD-POS
               END-IF
               PERFORM 3200-REPORT-BAD-BLOCK THRU 3200-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-POSITION - STREAM POSITION P IS FRACTION DIGIT *
      * P+1, I.E. OFFSET (P MOD 9) + 1 OF WORD (P / 9) + 1.        *
      *-----------------------------------------------------------*
       3100-CHECK-POSITION.
           DIVIDE WS-POS BY 9 GIVING WS-CT-WORD-IX
               REMAINDER WS-CT-OFFSET
           ADD 1 TO WS-CT-WORD-IX
           ADD 1 TO WS-CT-OFFSET
           MOVE WS-CT-SUM(WS-CT-WORD-IX) TO WS-CT-WORD-DSP
           MOVE WS-CT-WORD-DSP(WS-CT-OFFSET:1) TO WS-EXPECT
           COMPUTE WS-POS-IX = WS-POS - WS-BLK-START + 1
           MOVE DR-DIGITS(WS-POS-IX:1) TO WS-FOUND
           IF WS-FOUND = WS-EXPECT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-BAD-POS-CNT
           IF NOT WS-BLK-BAD
               SET WS-BLK-BAD TO TRUE
               MOVE WS-POS TO WS-BLK-BAD-POS
               MOVE WS-EXPECT TO WS-BLK-BAD-EXPECT
               MOVE WS-FOUND TO WS-BLK-BAD-FOUND
           END-IF
           .
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-REPORT-BAD-BLOCK - ONE REPORT LINE PER BAD BLOCK,    *
      * THE FIRST 100 ONLY - THE SUMMARY CARRIES THE FULL COUNT.   *
      *-----------------------------------------------------------*
       3200-REPORT-BAD-BLOCK.
           IF WS-BAD-BLOCK-CNT > 100
               GO TO 3200-EXIT
           END-IF
           MOVE WS-BLOCK-NO TO WS-BLOCK-DSP
           MOVE WS-BLK-BAD-POS TO WS-POS-DSP
           MOVE SPACES TO WS-RPT-MSG
           IF WS-BLK-MISSING
               STRING 'BLOCK ' WS-BLOCK-DSP ' MISSING FROM THE '
                   'REPOSITORY - FIRST POSITION ' WS-POS-DSP
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               STRING 'BLOCK ' WS-BLOCK-DSP ' DISAGREES AT POSITION '
                   WS-POS-DSP ' EXPECTED ' WS-BLK-BAD-EXPECT
                   ' FOUND ' WS-BLK-BAD-FOUND
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-BAD-BLOCK-CNT = 100
               MOVE 'FURTHER BAD BLOCKS COUNTED BUT NOT LISTED'
                   TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-POST-CERT-MARK - MOVE THE CERTIFIED-THROUGH MARK.    *
      * A CLEAN RANGE THAT STARTS AT OR BEFORE THE POSITION AFTER *
      * THE MARK ADVANCES IT TO THE END OF THE RANGE - THE MARK   *
      * MUST STAY CONTIGUOUS FROM POSITION 1, SO A CLEAN RANGE    *
      * WITH A GAP BEFORE IT IS REPORTED BUT NOT POSTED. A        *
      * DISAGREEMENT AT OR BEFORE THE MARK PULLS IT BACK TO THE   *
      * POSITION BEFORE THE DISAGREEMENT.                          *
      *-----------------------------------------------------------*
       3500-POST-CERT-MARK.
           MOVE WS-PRIOR-CERT TO WS-NEW-CERT
           IF WS-BAD-BLOCK-CNT = ZERO
               IF WS-FROM-POS > WS-PRIOR-CERT + 1
                   DISPLAY 'DGTCERT-I2 RANGE IS CLEAN BUT DOES NOT '
                       'JOIN THE MARK AT ' WS-PRIOR-CERT
                       ' - MARK NOT ADVANCED'
               ELSE
                   IF WS-THRU-POS > WS-PRIOR-CERT
                       MOVE WS-THRU-POS TO WS-NEW-CERT
                   END-IF
               END-IF
           ELSE
               IF WS-FIRST-BAD-POS NOT > WS-PRIOR-CERT
                   COMPUTE WS-NEW-CERT = WS-FIRST-BAD-POS - 1
                   DISPLAY 'DGTCERT-W4 DISAGREEMENT AT POSITION '
                       WS-FIRST-BAD-POS ' IS INSIDE THE CERTIFIED '
                       'MARK - MARK PULLED BACK TO ' WS-NEW-CERT
               END-IF
           END-IF
           IF WS-NEW-CERT = WS-PRIOR-CERT
               GO TO 3500-EXIT
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   DISPLAY 'DGTCERT-E6 CONTROL RECORD VANISHED - '
                       'STATUS ' WS-DRP-STATUS ' - MARK NOT POSTED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3500-EXIT
           END-READ
           MOVE WS-NEW-CERT TO DR-CERT-THRU
           MOVE WS-RUN-DATE TO DR-CERT-DATE
           REWRITE DR-RECORD
               INVALID KEY
                   DISPLAY 'DGTCERT-E6 UNABLE TO REWRITE CONTROL '
                       'RECORD - STATUS ' WS-DRP-STATUS
                       ' - MARK NOT POSTED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 3500-EXIT
           END-REWRITE
           .
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TERMINATE - WRITE THE SUMMARY, CLOSE EVERYTHING AND  *
      * RELEASE THE RUN LOCK. ANY DISAGREEMENT ENDS THE STEP      *
      * WITH RC=12, AS DGTVERIF DOES FOR A FILE THAT FAILS.        *
      *-----------------------------------------------------------*
       4000-TERMINATE.
           IF WS-CERT-TO-DO
               MOVE SPACES TO WS-SUM-LINE
               MOVE 'BLOCKS COMPARED=' TO WB-LBL
               MOVE WS-BLOCK-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'BAD BLOCKS=' TO WB-LBL
               MOVE WS-BAD-BLOCK-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'BAD POSITIONS=' TO WB-LBL
               MOVE WS-BAD-POS-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'FIRST BAD POSITION=' TO WB-LBL
               MOVE WS-FIRST-BAD-POS TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'CERTIFIED THROUGH=' TO WB-LBL
               MOVE WS-NEW-CERT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           CLOSE CRPT-FILE
           CLOSE DIGIT-REPO-FILE
           PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
           IF WS-BAD-BLOCK-CNT > ZERO
               DISPLAY 'DGTCERT-E7 ' WS-BAD-BLOCK-CNT ' BLOCK(S) '
                   'DISAGREE WITH THE SECOND METHOD - FIRST AT '
                   'POSITION ' WS-FIRST-BAD-POS ' - SEE CERTRPT'
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTCERT COMPLETE - ' WS-BLOCK-CNT
               ' BLOCK(S) COMPARED, ' WS-BAD-BLOCK-CNT ' BAD, '
               'CERTIFIED THROUGH ' WS-NEW-CERT
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
      * THE CERTIFICATION REPORT.                                  *
      *-----------------------------------------------------------*
       5000-WRITE-REPORT-MSG.
           MOVE WS-RPT-MSG TO CR-LINE
           WRITE CR-LINE
           .
       5000-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTCERT.
