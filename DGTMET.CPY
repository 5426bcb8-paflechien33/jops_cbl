      *                    DIGITOFE'S MODIFICATION HISTORY) OR    *
      *                    THE PRE-FLIGHT WINDOW GATE AND EVERY   *
      *                    REPORT READER SKIPS OR MISPARSES IT.   *
      *   10/15/2026  JOB  MET-SPIGOT-MODE TAKEN FROM THE         *
      *                    TRAILING FILLER - 'M' FOR A RUN UNDER  *
      *                    DIGITOFE'S MULTI-DIGIT PASS, 'S' FOR   *
      *                    THE ONE-DIGIT LOOP. RECORDS WRITTEN    *
      *                    BEFORE THE FIELD EXISTED CARRY A SPACE *
      *                    AND ARE ONE-DIGIT TIMINGS, SO MET-     *
      *                    MODE-SINGLE TAKES BOTH. READERS        *
      *                    FITTING OR AVERAGING ELAPSED TIME KEEP *
      *                    THE TWO APART.                         *
      *-----------------------------------------------------------*
       01  METRICS-RECORD.
           05  MET-DATE            PIC X(08).
           05  MET-ITER-CNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  MET-ELAPSED-SEC     PIC 9(05).
           05  FILLER              PIC X(01).
           05  MET-SPIGOT-MODE     PIC X(01).
               88  MET-MODE-SINGLE VALUE 'S' ' '.
               88  MET-MODE-MULTI  VALUE 'M'.
           05  FILLER              PIC X(14).
