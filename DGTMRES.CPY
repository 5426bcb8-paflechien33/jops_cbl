      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   08/22/2026  JOB  ORIGINAL LAYOUT.                        *
      *   10/15/2026  JOB  ADDED RR-SOURCE - 'R' WHEN THE REQUEST *
      *                    WAS SERVED BY COPYING FROM THE DIGIT   *
      *                    REPOSITORY, 'C' WHEN THE SPIGOT        *
      *                    COMPUTED IT. SPACES ON RECORDS POSTED  *
      *                    BEFORE THE FIELD EXISTED READ AS       *
      *                    COMPUTED. DGTCHRG BILLS THE TWO AT     *
      *                    DIFFERENT RATES.                       *
      *-----------------------------------------------------------*
       01  RR-RECORD.
           05  RR-REQUEST-ID       PIC 9(06).
           05  RR-ELAPSED-SEC      PIC 9(05).
           05  RR-DIGIT-CNT        PIC 9(09).
           05  RR-FIRST-DIGITS     PIC X(100).
           05  RR-SOURCE           PIC X(01).
               88  RR-FROM-REPO    VALUE 'R'.
               88  RR-COMPUTED     VALUE 'C' ' '.
           05  FILLER              PIC X(22).
