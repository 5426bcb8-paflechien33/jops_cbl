      *                    A HELD LOCK ENDS THE RUN CLEANLY WITH  *
      *                    RC=8; A STALE LOCK IS TAKEN OVER WITH  *
      *                    THE OVERRIDE FLAG ON THE HKPARM CARD.  *
      *   10/15/2026  JOB  METRICS RECORDS NOW CARRY DIGITOFE'S   *
      *                    SPIGOT MODE (DGTMET MET-SPIGOT-MODE).  *
      *                    THE ROLLUP KEEPS THE MODES APART - ONE *
      *                    'R' RATIO RECORD PER MODE AND A        *
      *                    SEPARATE SET OF MONTHLY 'T' TIER       *
      *                    RECORDS PER MODE (DGTROLL ROLL-RATIO-  *
      *                    MODE/ROLL-TIER-MODE) - SO ARCHIVING    *
      *                    NEVER FOLDS MULTI-DIGIT TIMINGS INTO   *
      *                    THE ONE-DIGIT FIT OR TIER TOTALS. A    *
      *                    PRIOR ROLLUP WITHOUT THE MODE COLUMN   *
      *                    IS READ AS ONE-DIGIT.                  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       77  WS-RATIO-WORK           PIC 9(18) BINARY.
       77  WS-ROLL-RATIO-SUM       PIC 9(18) BINARY VALUE ZERO.
       77  WS-ROLL-SAMPLE-CNT      PIC 9(09) BINARY VALUE ZERO.
      *         THE SAME FOR METRICS WRITTEN UNDER DIGITOFE'S
      *         MULTI-DIGIT SPIGOT PASS, KEPT APART FROM THE ONE-
      *         DIGIT FIT ABOVE.
       77  WS-ROLL-MD-RATIO-SUM    PIC 9(18) BINARY VALUE ZERO.
       77  WS-ROLL-MD-SAMPLE-CNT   PIC 9(09) BINARY VALUE ZERO.
      *         SPIGOT MODE SUBSCRIPT INTO WS-RM-MODE - 1 ONE-DIGIT,
      *         2 MULTI-DIGIT - AND THE MODE CODE EACH STANDS FOR.
       77  WS-MODE-IDX             PIC 9(02) BINARY.
       01  WS-MODE-CODES           PIC X(02) VALUE 'SM'.
       01  FILLER REDEFINES WS-MODE-CODES.
           03  WS-MODE-CODE        PIC X(01) OCCURS 2 TIMES.
      *-----------------------------------------------------------*
      * N-TIER BOUNDS - HELD IN THE TABLE SO THE ROLLUP AND THE   *
      * BUCKETING CANNOT DRIFT APART. THE SAME FOUR TIERS THE     *
      *-----------------------------------------------------------*
      * PER-MONTH ROLLUP TABLE - THE PRIOR ROLLUP MERGED WITH THE *
      * DETAIL ARCHIVED THIS RUN. SIXTY MONTHS IS FIVE YEARS OF   *
      * ARCHIVED HISTORY. TIER TOTALS ARE HELD PER SPIGOT MODE.   *
      *-----------------------------------------------------------*
       01  WS-ROLL-TABLE.
           03  WS-RM-ENTRY OCCURS 60 TIMES.
               05  WS-RM-COMPL         PIC 9(06).
               05  WS-RM-FAILED        PIC 9(06).
               05  WS-RM-ELAPSED       PIC 9(09).
               05  WS-RM-MODE OCCURS 2 TIMES.
                   10  WS-RM-TIER OCCURS 4 TIMES.
                       15  WS-RM-T-CNT     PIC 9(06).
                       15  WS-RM-T-ELAPSED PIC 9(09).
                       15  WS-RM-T-WORST   PIC 9(05).
       01  WS-RPT-MSG              PIC X(80).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
               WHEN ROLL-RATIO-REC
                   IF ROLL-RATIO-SUM IS NUMERIC
                       AND ROLL-SAMPLE-CNT IS NUMERIC
                       IF ROLL-RATIO-MULTI
                           MOVE ROLL-RATIO-SUM TO WS-ROLL-MD-RATIO-SUM
                           MOVE ROLL-SAMPLE-CNT
                               TO WS-ROLL-MD-SAMPLE-CNT
                       ELSE
                           MOVE ROLL-RATIO-SUM TO WS-ROLL-RATIO-SUM
                           MOVE ROLL-SAMPLE-CNT TO WS-ROLL-SAMPLE-CNT
                       END-IF
                   END-IF
               WHEN ROLL-MONTH-REC
                   MOVE ROLL-YYYYMM TO WS-WORK-YYYYMM
                   PERFORM 2500-FIND-MONTH-ENTRY THRU 2500-EXIT
                   IF WS-ENTRY-FOUND
                       PERFORM 2600-MATCH-TIER-BOUND THRU 2600-EXIT
                       IF ROLL-TIER-MULTI
                           MOVE 2 TO WS-MODE-IDX
                       ELSE
                           MOVE 1 TO WS-MODE-IDX
                       END-IF
                       IF WS-TIER-HIT > ZERO
                           ADD ROLL-TIER-CNT TO
                               WS-RM-T-CNT(WS-MON-IDX, WS-MODE-IDX,
                                   WS-TIER-HIT)
                           ADD ROLL-TIER-ELAPSED TO
                               WS-RM-T-ELAPSED(WS-MON-IDX,
                                   WS-MODE-IDX, WS-TIER-HIT)
                           IF ROLL-TIER-WORST >
                               WS-RM-T-WORST(WS-MON-IDX, WS-MODE-IDX,
                                   WS-TIER-HIT)
                               MOVE ROLL-TIER-WORST TO
                                   WS-RM-T-WORST(WS-MON-IDX,
                                       WS-MODE-IDX, WS-TIER-HIT)
                           END-IF
                       END-IF
                   END-IF
           EXIT.

       2520-CLEAR-MONTH-TIER.
           MOVE ZERO TO WS-RM-T-CNT(WS-MON-IDX, 1, WS-TIER-IDX)
           MOVE ZERO TO WS-RM-T-ELAPSED(WS-MON-IDX, 1, WS-TIER-IDX)
           MOVE ZERO TO WS-RM-T-WORST(WS-MON-IDX, 1, WS-TIER-IDX)
           MOVE ZERO TO WS-RM-T-CNT(WS-MON-IDX, 2, WS-TIER-IDX)
           MOVE ZERO TO WS-RM-T-ELAPSED(WS-MON-IDX, 2, WS-TIER-IDX)
           MOVE ZERO TO WS-RM-T-WORST(WS-MON-IDX, 2, WS-TIER-IDX)
           .
       2520-EXIT.
           EXIT.
      * 3500-SWEEP-METRICS - READ THE WHOLE METRICS HISTORY ONCE  *
      * AND SPLIT IT THE SAME WAY, FOLDING EVERY ARCHIVED RECORD  *
      * INTO ITS MONTH'S TIER ROW AND INTO THE RATIO ACCUMULATOR  *
      * THE WINDOW GATE READS - BOTH FOR THE RECORD'S OWN SPIGOT  *
      * MODE.                                                      *
      *-----------------------------------------------------------*
       3500-SWEEP-METRICS.
           IF NOT WS-MET-AVAILABLE
           COMPUTE WS-RATIO-WORK =
               ( MET-ELAPSED-SEC * 1000000000 )
                   / ( MET-N * MET-N )
           IF MET-MODE-MULTI
               ADD WS-RATIO-WORK TO WS-ROLL-MD-RATIO-SUM
               ADD 1 TO WS-ROLL-MD-SAMPLE-CNT
               MOVE 2 TO WS-MODE-IDX
           ELSE
               ADD WS-RATIO-WORK TO WS-ROLL-RATIO-SUM
               ADD 1 TO WS-ROLL-SAMPLE-CNT
               MOVE 1 TO WS-MODE-IDX
           END-IF
           MOVE MET-DATE(1:6) TO WS-WORK-YYYYMM
           PERFORM 2500-FIND-MONTH-ENTRY THRU 2500-EXIT
           IF NOT WS-ENTRY-FOUND
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4 OR WS-TIER-HIT > ZERO
           IF WS-TIER-HIT > ZERO
               ADD 1 TO
                   WS-RM-T-CNT(WS-MON-IDX, WS-MODE-IDX, WS-TIER-HIT)
               ADD MET-ELAPSED-SEC TO
                   WS-RM-T-ELAPSED(WS-MON-IDX, WS-MODE-IDX,
                       WS-TIER-HIT)
               IF MET-ELAPSED-SEC >
                   WS-RM-T-WORST(WS-MON-IDX, WS-MODE-IDX, WS-TIER-HIT)
                   MOVE MET-ELAPSED-SEC TO
                       WS-RM-T-WORST(WS-MON-IDX, WS-MODE-IDX,
                           WS-TIER-HIT)
               END-IF
           END-IF
           .

      *-----------------------------------------------------------*
      * 6000-WRITE-ROLLUP - WRITE THE REBUILT ROLLUP - THE RATIO  *
      * RECORDS FIRST (THE ONE-DIGIT ONE ALWAYS, THE MULTI-DIGIT  *
      * ONE ONCE IT HAS SAMPLES), THEN ONE MONTH RECORD AND UP TO *
      * FOUR TIER RECORDS PER SPIGOT MODE PER MONTH (EMPTY TIERS  *
      * ARE NOT WRITTEN - THE DATASET IS MEANT TO STAY COMPACT).  *
      *-----------------------------------------------------------*
       6000-WRITE-ROLLUP.
           IF NOT WS-ROLL-WRITABLE
           SET ROLL-RATIO-REC TO TRUE
           MOVE WS-ROLL-RATIO-SUM TO ROLL-RATIO-SUM
           MOVE WS-ROLL-SAMPLE-CNT TO ROLL-SAMPLE-CNT
           SET ROLL-RATIO-SINGLE TO TRUE
           MOVE ROLL-RECORD TO ROLLNEW-RECORD
           WRITE ROLLNEW-RECORD
           IF WS-ROLL-MD-SAMPLE-CNT > ZERO
               MOVE SPACES TO ROLL-RECORD
               SET ROLL-RATIO-REC TO TRUE
               MOVE WS-ROLL-MD-RATIO-SUM TO ROLL-RATIO-SUM
               MOVE WS-ROLL-MD-SAMPLE-CNT TO ROLL-SAMPLE-CNT
               SET ROLL-RATIO-MULTI TO TRUE
               MOVE ROLL-RECORD TO ROLLNEW-RECORD
               WRITE ROLLNEW-RECORD
           END-IF
           PERFORM 6100-WRITE-MONTH-RECORDS THRU 6100-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-MON-CNT
           MOVE WS-RM-ELAPSED(WS-MON-IDX) TO ROLL-ELAPSED
           MOVE ROLL-RECORD TO ROLLNEW-RECORD
           WRITE ROLLNEW-RECORD
           PERFORM 6150-WRITE-MODE-TIERS THRU 6150-EXIT
               VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > 2
           .
       6100-EXIT.
           EXIT.

       6150-WRITE-MODE-TIERS.
           PERFORM 6200-WRITE-TIER-RECORD THRU 6200-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4
           .
       6150-EXIT.
           EXIT.

       6200-WRITE-TIER-RECORD.
           IF WS-RM-T-CNT(WS-MON-IDX, WS-MODE-IDX, WS-TIER-IDX) = ZERO
               GO TO 6200-EXIT
           END-IF
           MOVE SPACES TO ROLL-RECORD
           MOVE WS-RM-YYYYMM(WS-MON-IDX) TO ROLL-YYYYMM
           MOVE WS-TIER-LO(WS-TIER-IDX) TO ROLL-TIER-LO
           MOVE WS-TIER-HI(WS-TIER-IDX) TO ROLL-TIER-HI
           MOVE WS-RM-T-CNT(WS-MON-IDX, WS-MODE-IDX, WS-TIER-IDX)
               TO ROLL-TIER-CNT
           MOVE WS-RM-T-ELAPSED(WS-MON-IDX, WS-MODE-IDX, WS-TIER-IDX)
               TO ROLL-TIER-ELAPSED
           MOVE WS-RM-T-WORST(WS-MON-IDX, WS-MODE-IDX, WS-TIER-IDX)
               TO ROLL-TIER-WORST
           MOVE WS-MODE-CODE(WS-MODE-IDX) TO ROLL-TIER-MODE
           MOVE ROLL-RECORD TO ROLLNEW-RECORD
           WRITE ROLLNEW-RECORD
           .
