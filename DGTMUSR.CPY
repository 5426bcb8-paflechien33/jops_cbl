      *-----------------------------------------------------------*
      * DGTMUSR - REQUESTER MASTER RECORD LAYOUT.                 *
      *                                                             *
      * ONE RECORD PER USER ID ALLOWED TO QUEUE DIGITOFE WORK     *
      * (REQUSER KSDS, KEYED BY THE SAME EIGHT-BYTE ID CARRIED IN *
      * RQ-REQUESTED-BY). MAINTAINED ON DGTMAINT'S REQUESTER      *
      * SCREEN. DGTMAINT'S ENTRY SCREEN REJECTS A REQUEST WHOSE   *
      * REQUESTER IS NOT ON FILE, IS REVOKED, ASKS FOR MORE THAN  *
      * RU-MAX-N DIGITS, OR HAS ALREADY USED RU-DAILY-QUOTA       *
      * REQUESTS TODAY; DIGITOFE FAILS A QUEUED ENTRY AT CLAIM    *
      * TIME WHEN ITS REQUESTER HAS BEEN REVOKED SINCE IT WAS     *
      * QUEUED. RU-DEPT AND RU-COST-CENTER SAY WHO OWNS THE WORK. *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  RU-RECORD.
           05  RU-REQUESTER-ID     PIC X(08).
           05  RU-STATUS           PIC X(01).
               88  RU-ACTIVE       VALUE 'A'.
               88  RU-REVOKED      VALUE 'R'.
           05  RU-NAME             PIC X(20).
           05  RU-DEPT             PIC X(06).
           05  RU-COST-CENTER      PIC X(08).
      *         HIGHEST N THIS REQUESTER MAY QUEUE.
           05  RU-MAX-N            PIC 9(05).
      *         REQUESTS PER DAY - ZERO MEANS NO DAILY LIMIT.
           05  RU-DAILY-QUOTA      PIC 9(03).
      *         RU-QUOTA-USED COUNTS THE REQUESTS QUEUED ON
      *         RU-QUOTA-DATE; A NEW DAY STARTS THE COUNT AGAIN.
           05  RU-QUOTA-DATE       PIC X(08).
           05  RU-QUOTA-USED       PIC 9(03).
           05  RU-CHG-DATE         PIC X(08).
           05  FILLER              PIC X(10).
