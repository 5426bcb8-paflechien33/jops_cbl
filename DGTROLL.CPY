      * RETAINED DETAIL ON TOP, SO NOTHING IS COUNTED TWICE.      *
      *                                                             *
      * THREE RECORD TYPES -                                       *
      *   'R' - ONE RECORD PER SPIGOT MODE, THE ACCUMULATED      *
      *         ELAPSED-PER-N-SQUARED FIT CONTRIBUTION OF EVERY   *
      *         ARCHIVED METRICS RECORD OF THAT MODE (RATIOS      *
      *         SCALED BY 1,000,000,000, AS IN DIGITOFE'S         *
      *         1081-FIT-METRICS-RECORD) FOR THE WINDOW GATE.     *
      *   'M' - ONE RECORD PER MONTH - RUNS, COMPLETIONS,         *
      *         FAILURES AND TOTAL ELAPSED SECONDS.               *
      *   'T' - UP TO FOUR RECORDS PER MONTH AND SPIGOT MODE,     *
      *         ONE PER N TIER - RUN COUNT, TOTAL ELAPSED         *
      *         (TOTALS, NOT AVERAGES, SO READERS CAN MERGE       *
      *         EXACTLY) AND WORST ELAPSED.                       *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   09/02/2026  JOB  ORIGINAL LAYOUT.                        *
      *   10/15/2026  JOB  ROLL-RATIO-MODE TAKEN FROM THE 'R'     *
      *                    BODY FILLER - ONE 'R' RECORD PER       *
      *                    SPIGOT MODE (SEE DGTMET MET-SPIGOT-    *
      *                    MODE), A SPACE ON A ROLLUP WRITTEN     *
      *                    BEFORE THE FIELD EXISTED MEANING ONE-  *
      *                    DIGIT. 'T' RECORDS CARRY THE SAME MODE *
      *                    IN ROLL-TIER-MODE, ONE SET PER MODE    *
      *                    PER MONTH.                             *
      *-----------------------------------------------------------*
       01  ROLL-RECORD.
           05  ROLL-TYPE           PIC X(01).
               10  ROLL-TIER-ELAPSED PIC 9(09).
               10  FILLER          PIC X(01).
               10  ROLL-TIER-WORST PIC 9(05).
               10  FILLER          PIC X(01).
               10  ROLL-TIER-MODE  PIC X(01).
                   88  ROLL-TIER-SINGLE VALUE 'S' ' '.
                   88  ROLL-TIER-MULTI  VALUE 'M'.
               10  FILLER          PIC X(19).
           05  ROLL-RATIO-BODY REDEFINES ROLL-BODY.
               10  ROLL-RATIO-SUM  PIC 9(18).
               10  FILLER          PIC X(01).
               10  ROLL-SAMPLE-CNT PIC 9(09).
               10  FILLER          PIC X(01).
               10  ROLL-RATIO-MODE PIC X(01).
                   88  ROLL-RATIO-SINGLE VALUE 'S' ' '.
                   88  ROLL-RATIO-MULTI  VALUE 'M'.
               10  FILLER          PIC X(25).
           05  FILLER              PIC X(16).
