      * AND STORES EVERY BLOCK IT COMPUTES FORWARD OF THE HIGH-   *
      * WATER MARK. DGTMAINT'S DIGIT-POSITION INQUIRY SCREEN      *
      * READS THE SAME FILE AT THE TERMINAL.                       *
      *                                                             *
      * DR-CERT-THRU / DR-CERT-DATE ON THE CONTROL RECORD ARE     *
      * POSTED BY DGTCERT - THE HIGHEST POSITION, CONTIGUOUS FROM *
      * 1, WHOSE DIGITS HAVE BEEN INDEPENDENTLY RECOMPUTED BY A   *
      * SECOND METHOD AND MATCHED, AND THE DATE THAT WAS DONE.    *
      * ZERO/SPACES UNTIL THE FIRST CERTIFICATION. ANY PROGRAM    *
      * THAT REWRITES BLOCK ZERO MUST CARRY THEM FORWARD.          *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   09/02/2026  JOB  ORIGINAL LAYOUT.                        *
      *   10/15/2026  JOB  ADDED DR-CERT-THRU / DR-CERT-DATE TO    *
      *                    THE CONTROL RECORD FROM FILLER.         *
      *-----------------------------------------------------------*
       01  DR-RECORD.
           05  DR-BLOCK-NO         PIC 9(09).
           05  DR-CONTROL REDEFINES DR-BODY.
               10  DR-HIWATER      PIC 9(09).
               10  DR-HIWATER-DATE PIC X(08).
               10  DR-CERT-THRU    PIC 9(09).
               10  DR-CERT-DATE    PIC X(08).
               10  FILLER          PIC X(18).
           05  FILLER              PIC X(19).
