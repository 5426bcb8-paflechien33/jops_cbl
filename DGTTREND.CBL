      *                    COVER RETAINED DETAIL ONLY - THE       *
      *                    ROLLUP IS MONTHLY AND CARRIES NO       *
      *                    SOURCE COLUMN.                          *
      *   10/15/2026  JOB  THE N-TIER ELAPSED SECTION IS NOW      *
      *                    SPLIT BY DIGITOFE'S SPIGOT MODE        *
      *                    (DGTMET MET-SPIGOT-MODE, DGTROLL ROLL- *
      *                    TIER-MODE) - ONE-DIGIT AND MULTI-DIGIT *
      *                    TIMINGS ARE TALLIED AND REPORTED AS    *
      *                    TWO SECTIONS SO NEITHER AVERAGE IS     *
      *                    DILUTED BY THE OTHER. HISTORY WRITTEN  *
      *                    BEFORE THE MODE COLUMN EXISTED COUNTS  *
      *                    AS ONE-DIGIT.                          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       77  WS-MON-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-MON-TABLE-FULL   VALUE 'Y'.
       77  WS-TIER-IDX             PIC 9(02) BINARY.
      *         SPIGOT MODE SUBSCRIPT INTO WS-TIER-MODE - 1 ONE-
      *         DIGIT (INCLUDING HISTORY WRITTEN BEFORE THE MODE
      *         COLUMN EXISTED), 2 MULTI-DIGIT.
       77  WS-MODE-IDX             PIC 9(02) BINARY.
       77  WS-FOUND-SW             PIC X(01).
           88  WS-ENTRY-FOUND      VALUE 'Y'.
       77  WS-RUN-FAILED-SW        PIC X(01).
      *-----------------------------------------------------------*
      * N-TIER STATISTICS FROM THE METRICS HISTORY. TIER BOUNDS   *
      * ARE HELD IN THE TABLE SO THE REPORT AND THE BUCKETING     *
      * CANNOT DRIFT APART. THE TALLIES ARE KEPT PER SPIGOT MODE. *
      *-----------------------------------------------------------*
       01  WS-TIER-TABLE.
           03  WS-TIER-ENTRY OCCURS 4 TIMES.
               05  WS-TIER-LO          PIC 9(05).
               05  WS-TIER-HI          PIC 9(05).
               05  WS-TIER-MODE OCCURS 2 TIMES.
                   10  WS-TIER-CNT     PIC 9(06).
                   10  WS-TIER-ELAPSED PIC 9(09).
                   10  WS-TIER-WORST   PIC 9(05).
       01  WS-TRPT-MSG             PIC X(80).
       01  WS-DAY-LINE.
           05  WD-DATE             PIC X(08).
           EXIT.

       1100-CLEAR-TIER-STATS.
           MOVE ZERO TO WS-TIER-CNT(WS-TIER-IDX, 1)
           MOVE ZERO TO WS-TIER-ELAPSED(WS-TIER-IDX, 1)
           MOVE ZERO TO WS-TIER-WORST(WS-TIER-IDX, 1)
           MOVE ZERO TO WS-TIER-CNT(WS-TIER-IDX, 2)
           MOVE ZERO TO WS-TIER-ELAPSED(WS-TIER-IDX, 2)
           MOVE ZERO TO WS-TIER-WORST(WS-TIER-IDX, 2)
           .
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SWEEP-METRICS - FOLD EVERY METRICS RECORD INSIDE THE *
      * DATE RANGE INTO ITS N TIER'S COUNT/AVERAGE/WORST TALLY    *
      * FOR THE SPIGOT MODE IT RAN UNDER.                          *
      *-----------------------------------------------------------*
       3000-SWEEP-METRICS.
           OPEN INPUT METRICS-FILE
               OR MET-ELAPSED-SEC IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF MET-MODE-MULTI
               MOVE 2 TO WS-MODE-IDX
           ELSE
               MOVE 1 TO WS-MODE-IDX
           END-IF
           PERFORM 3200-FOLD-TIER-ENTRY THRU 3200-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4
       3200-FOLD-TIER-ENTRY.
           IF MET-N >= WS-TIER-LO(WS-TIER-IDX)
               AND MET-N <= WS-TIER-HI(WS-TIER-IDX)
               ADD 1 TO WS-TIER-CNT(WS-TIER-IDX, WS-MODE-IDX)
               ADD MET-ELAPSED-SEC
                   TO WS-TIER-ELAPSED(WS-TIER-IDX, WS-MODE-IDX)
               IF MET-ELAPSED-SEC >
                   WS-TIER-WORST(WS-TIER-IDX, WS-MODE-IDX)
                   MOVE MET-ELAPSED-SEC
                       TO WS-TIER-WORST(WS-TIER-IDX, WS-MODE-IDX)
               END-IF
           END-IF
           .
               OR ROLL-TIER-CNT IS NOT NUMERIC
               GO TO 3540-EXIT
           END-IF
           IF ROLL-TIER-MULTI
               MOVE 2 TO WS-MODE-IDX
           ELSE
               MOVE 1 TO WS-MODE-IDX
           END-IF
           PERFORM 3550-MERGE-TIER-ROW THRU 3550-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4
           IF ROLL-TIER-LO NOT = WS-TIER-LO(WS-TIER-IDX)
               GO TO 3550-EXIT
           END-IF
           ADD ROLL-TIER-CNT TO WS-TIER-CNT(WS-TIER-IDX, WS-MODE-IDX)
           IF ROLL-TIER-ELAPSED IS NUMERIC
               ADD ROLL-TIER-ELAPSED
                   TO WS-TIER-ELAPSED(WS-TIER-IDX, WS-MODE-IDX)
           END-IF
           IF ROLL-TIER-WORST IS NUMERIC
               AND ROLL-TIER-WORST >
                   WS-TIER-WORST(WS-TIER-IDX, WS-MODE-IDX)
               MOVE ROLL-TIER-WORST
                   TO WS-TIER-WORST(WS-TIER-IDX, WS-MODE-IDX)
           END-IF
           .
       3550-EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-REPORT - LAY THE ACCUMULATED TALLIES OUT AS    *
      * THE SIX REPORT SECTIONS.                                   *
      *-----------------------------------------------------------*
       4000-WRITE-REPORT.
           MOVE 'RUNS PER DAY' TO WS-TRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE SPACES TO WS-TRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           PERFORM 4150-WRITE-MODE-TIERS THRU 4150-EXIT
               VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > 2
           MOVE 'QUEUE-SOURCED VERSUS PARM-SOURCED RUNS'
               TO WS-TRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4150-WRITE-MODE-TIERS - ONE N-TIER ELAPSED SECTION FOR    *
      * ONE SPIGOT MODE.                                           *
      *-----------------------------------------------------------*
       4150-WRITE-MODE-TIERS.
           MOVE 'ELAPSED SECONDS BY N TIER (FROM METRICS) -'
               TO WS-TRPT-MSG
           IF WS-MODE-IDX = 1
               MOVE 'ONE-DIGIT SPIGOT' TO WS-TRPT-MSG(44:16)
           ELSE
               MOVE 'MULTI-DIGIT SPIGOT' TO WS-TRPT-MSG(44:18)
           END-IF
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           PERFORM 4200-WRITE-TIER-LINE THRU 4200-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4
           MOVE SPACES TO WS-TRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
       4150-EXIT.
           EXIT.

       4200-WRITE-TIER-LINE.
           MOVE SPACES TO WS-TIER-LINE
           MOVE WS-TIER-LO(WS-TIER-IDX) TO WT-LO
           MOVE '-' TO WS-TIER-LINE(6:1)
           MOVE WS-TIER-HI(WS-TIER-IDX) TO WT-HI
           MOVE 'RUNS=' TO WT-CNT-LBL
           MOVE WS-TIER-CNT(WS-TIER-IDX, WS-MODE-IDX) TO WT-CNT
           MOVE 'AVG=' TO WT-AVG-LBL
           IF WS-TIER-CNT(WS-TIER-IDX, WS-MODE-IDX) > ZERO
               COMPUTE WS-AVG-WORK =
                   WS-TIER-ELAPSED(WS-TIER-IDX, WS-MODE-IDX)
                       / WS-TIER-CNT(WS-TIER-IDX, WS-MODE-IDX)
           ELSE
               MOVE ZERO TO WS-AVG-WORK
           END-IF
           MOVE WS-AVG-WORK TO WT-AVG
           MOVE 'WORST=' TO WT-WORST-LBL
           MOVE WS-TIER-WORST(WS-TIER-IDX, WS-MODE-IDX) TO WT-WORST
           MOVE WS-TIER-LINE TO WS-TRPT-MSG
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           .
