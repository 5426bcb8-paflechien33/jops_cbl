      *-----------------------------------------------------------*
      * DGTREL - CYCLE RELEASE FLAG RECORD LAYOUT.                *
      *                                                             *
      * ONE-RECORD DATASET (RELFLAG DD) WRITTEN BY DGTCYCLE AT    *
      * THE END OF EACH NIGHT'S CYCLE - RELEASE WHEN EVERY CHECK  *
      * ON THE CYCLE'S OUTPUTS TIED OUT, HOLD OTHERWISE, WITH THE *
      * FIRST HOLD REASON CODE (SEE DGTCYCLE) AND THE COUNT OF    *
      * REASONS. IT ALSO CARRIES THE IDENTITY OF THE STREAM IT    *
      * RELEASES - THE NUMBER OF DIGITS.DAT GROUPS MANIFESTED,    *
      * THEIR TOTAL DIGIT COUNT AND THE SUM-MOD-99991 OF THEIR    *
      * CHECKSUMS - SO A FLAG LEFT OVER FROM ANOTHER CYCLE CANNOT *
      * RELEASE A DIFFERENT STREAM. DGTEXPRT READS IT BEFORE IT   *
      * SHIPS AND SENDS NOTHING UNLESS THE FLAG SAYS RELEASE AND  *
      * TIES TO THE STREAM IN HAND. DGTCYCLE OPENS THE DATASET    *
      * FOR OUTPUT BEFORE ANY CHECK, SO A CONTROL STEP THAT ENDS  *
      * EARLY LEAVES IT EMPTY - WHICH DGTEXPRT ALSO REFUSES.       *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  RLS-RECORD.
           05  RLS-VERDICT         PIC X(08).
               88  RLS-RELEASE     VALUE 'RELEASE'.
               88  RLS-HOLD        VALUE 'HOLD'.
           05  FILLER              PIC X(01).
           05  RLS-CYCLE-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  RLS-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  RLS-TIME            PIC X(08).
           05  FILLER              PIC X(01).
           05  RLS-GRP-CNT         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RLS-DIGIT-CNT       PIC 9(09).
           05  FILLER              PIC X(01).
           05  RLS-CHECKSUM        PIC 9(05).
           05  FILLER              PIC X(01).
           05  RLS-HOLD-CNT        PIC 9(03).
           05  FILLER              PIC X(01).
           05  RLS-HOLD-CODE       PIC X(02).
           05  FILLER              PIC X(18).
