      *-----------------------------------------------------------*
      * DGTGLF - GENERAL LEDGER CHARGEBACK FEED RECORD LAYOUT.    *
      *                                                             *
      * WRITTEN BY DGTCHRG (GLFEED DD) ONCE PER BILLING MONTH FOR *
      * THE GENERAL LEDGER INTERFACE, WHICH POSTS EACH DETAIL     *
      * AMOUNT AGAINST ITS COST CENTER. FIXED 80-BYTE RECORDS,    *
      * AMOUNTS UNSIGNED WITH TWO IMPLIED DECIMALS.                *
      *                                                             *
      * THREE RECORD TYPES, ALWAYS IN THIS ORDER -                 *
      *   'H' - ONE HEADER - SOURCE SYSTEM, RUN DATE AND TIME.    *
      *   'D' - ONE DETAIL PER REQUESTER CHARGED IN THE MONTH -   *
      *         COST CENTER, DEPARTMENT, REQUESTER, BILLED        *
      *         REQUEST COUNT AND AMOUNT.                          *
      *   'T' - ONE TRAILER - DETAIL COUNT AND AMOUNT TOTAL FOR   *
      *         THE INTERFACE'S BALANCING CHECK.                   *
      * GL-PERIOD (YYYYMM, THE BILLING MONTH) IS ON EVERY RECORD.  *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  GL-RECORD.
           05  GL-TYPE             PIC X(01).
               88  GL-HEADER-REC   VALUE 'H'.
               88  GL-DETAIL-REC   VALUE 'D'.
               88  GL-TRAILER-REC  VALUE 'T'.
           05  FILLER              PIC X(01).
           05  GL-PERIOD           PIC X(06).
           05  FILLER              PIC X(01).
           05  GL-BODY             PIC X(55).
           05  GL-HEADER-BODY REDEFINES GL-BODY.
               10  GL-SOURCE-SYS   PIC X(08).
               10  FILLER          PIC X(01).
               10  GL-RUN-DATE     PIC X(08).
               10  FILLER          PIC X(01).
               10  GL-RUN-TIME     PIC X(08).
               10  FILLER          PIC X(29).
           05  GL-DETAIL-BODY REDEFINES GL-BODY.
               10  GL-COST-CENTER  PIC X(08).
               10  FILLER          PIC X(01).
               10  GL-DEPT         PIC X(06).
               10  FILLER          PIC X(01).
               10  GL-REQUESTER    PIC X(08).
               10  FILLER          PIC X(01).
               10  GL-REQ-CNT      PIC 9(05).
               10  FILLER          PIC X(01).
               10  GL-AMOUNT       PIC 9(09)V99.
               10  FILLER          PIC X(13).
           05  GL-TRAILER-BODY REDEFINES GL-BODY.
               10  GL-DETAIL-CNT   PIC 9(06).
               10  FILLER          PIC X(01).
               10  GL-AMOUNT-TOTAL PIC 9(11)V99.
               10  FILLER          PIC X(35).
           05  FILLER              PIC X(16).
