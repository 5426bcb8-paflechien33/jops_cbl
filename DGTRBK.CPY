      *-----------------------------------------------------------*
      * DGTRBK - DIGIT REPOSITORY BACKUP RECORD LAYOUT.           *
      *                                                             *
      * THE SEQUENTIAL (FB-80) IMAGE OF DIGREPO WRITTEN BY         *
      * DGTRUTIL'S UNLOAD MODE FOR OFFSITE RETENTION AND READ BACK *
      * BY ITS RELOAD MODE. ONE 'HDR' RECORD CARRYING THE BLOCK-  *
      * ZERO CONTROL FIELDS (SEE DGTMDIG) AS THEY STOOD AT THE    *
      * UNLOAD, ONE 'BLK' RECORD PER DIGIT BLOCK IN BLOCK ORDER,  *
      * AND ONE 'TRL' RECORD WITH THE CONTROL TOTALS - THE BLOCK  *
      * COUNT, THE DIGIT COUNT (NUMERIC DIGITS WITHIN EACH        *
      * BLOCK'S DR-DIGIT-CNT) AND THEIR SUM-MOD-99991 CHECKSUM,   *
      * THE SAME ROLLING CHECKSUM THE RPTFILE FOOTER CARRIES.      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL LAYOUT.                        *
      *-----------------------------------------------------------*
       01  RB-RECORD.
           05  RB-TYPE             PIC X(03).
               88  RB-HEADER       VALUE 'HDR'.
               88  RB-BLOCK        VALUE 'BLK'.
               88  RB-TRAILER      VALUE 'TRL'.
           05  RB-BODY             PIC X(77).
      *         'BLK' - ONE DIGREPO BLOCK RECORD.
           05  RB-BLOCK-BODY REDEFINES RB-BODY.
               10  RB-BLOCK-NO     PIC 9(09).
               10  RB-DIGITS       PIC X(50).
               10  RB-DIGIT-CNT    PIC 9(02).
               10  FILLER          PIC X(16).
      *         'HDR' - WHEN THE BACKUP WAS TAKEN AND THE CONTROL
      *         RECORD AS IT STOOD.
           05  RB-HEADER-BODY REDEFINES RB-BODY.
               10  RB-H-DATE       PIC X(08).
               10  RB-H-TIME       PIC X(08).
               10  RB-H-HIWATER    PIC 9(09).
               10  RB-H-HIWATER-DATE PIC X(08).
               10  RB-H-CERT-THRU  PIC 9(09).
               10  RB-H-CERT-DATE  PIC X(08).
               10  FILLER          PIC X(27).
      *         'TRL' - THE CONTROL TOTALS OVER THE 'BLK' RECORDS.
           05  RB-TRAILER-BODY REDEFINES RB-BODY.
               10  RB-T-BLOCK-CNT  PIC 9(09).
               10  RB-T-DIGIT-CNT  PIC 9(09).
               10  RB-T-CHECKSUM   PIC 9(05).
               10  FILLER          PIC X(54).
