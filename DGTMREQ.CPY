      *                    DIGITS PRODUCED SO FAR AT ITS NEXT     *
      *                    CHECKPOINT BOUNDARY. ONLY 'Q' ENTRIES  *
      *                    ARE EVER CLAIMED.                       *
      *   10/15/2026  JOB  RECORD LENGTHENED FROM 80 TO 120       *
      *                    BYTES. ADDED RQ-CLAIM-DATE AND RQ-     *
      *                    CLAIM-TIME, POSTED BY DIGITOFE WHEN IT *
      *                    CLAIMS THE ENTRY (1212) AND CLEARED IF *
      *                    THE ENTRY IS PUT BACK TO QUEUED -      *
      *                    SPACES ON ENTRIES NEVER CLAIMED OR     *
      *                    CLAIMED BEFORE THE FIELDS EXISTED. THE *
      *                    GROWTH AREA FOLLOWS THEM. REDEFINE THE *
      *                    KSDS AT 120 BYTES AND REPRO THE OLD    *
      *                    ENTRIES ACROSS (NEW BYTES SPACES) WHEN *
      *                    PROMOTING THIS LEVEL. THE DGTQPURG     *
      *                    ARCHIVE CARRIES BYTES 81-120 AFTER ITS *
      *                    TIMESTAMP SO EXISTING ARCHIVE RECORDS  *
      *                    STILL READ.                            *
      *   10/15/2026  JOB  ADDED RQ-CORR-REF FROM THE GROWTH AREA *
      *                    - THE REQUESTING SYSTEM'S OWN          *
      *                    REFERENCE FOR AN ENTRY QUEUED THROUGH  *
      *                    THE DGTINREQ INBOUND FEED (SPACES FOR  *
      *                    ENTRIES KEYED AT THE TERMINAL OR       *
      *                    GENERATED BY DGTSCHED). DGTEXPRT HANDS *
      *                    IT BACK ON THE OUTBOUND HDR RECORD.    *
      *-----------------------------------------------------------*
       01  RQ-RECORD.
           05  RQ-REQUEST-ID       PIC 9(06).
           05  RQ-PRIORITY         PIC 9(01).
           05  RQ-EARLIEST-DATE    PIC X(08).
           05  FILLER              PIC X(05).
      *         BYTES 81-120 - ARCHIVED SEPARATELY BY DGTQPURG (SEE
      *         ITS ARCH-RECORD), SO KEEP THE FIRST 80 BYTES FIXED.
           05  RQ-CLAIM-DATE       PIC X(08).
           05  RQ-CLAIM-TIME       PIC X(08).
           05  RQ-CORR-REF         PIC X(16).
           05  FILLER              PIC X(08).
