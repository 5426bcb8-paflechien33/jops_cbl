       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTRUTIL.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL DIGIT REPOSITORY UTILITY, RUN *
      *                    IN ONE OF THREE MODES NAMED ON THE     *
      *                    RUTLPARM CARD. SCAN WALKS BLOCKS 1     *
      *                    THROUGH THE HIGH-WATER BLOCK AND       *
      *                    REPORTS MISSING BLOCKS, SHORT BLOCKS   *
      *                    AND NON-NUMERIC CONTENT BEFORE A       *
      *                    REQUEST TRIPS OVER THEM WITH           *
      *                    DIGITOFE-E7, ENDING RC=12 ON ANY       *
      *                    FAULT. UNLOAD WRITES THE REPOSITORY TO *
      *                    A SEQUENTIAL BACKUP (REPOBKUP - SEE    *
      *                    DGTRBK) WITH BLOCK-COUNT AND CHECKSUM  *
      *                    CONTROL TOTALS FOR OFFSITE RETENTION.  *
      *                    RELOAD PROVES A BACKUP AGAINST ITS OWN *
      *                    CONTROL TOTALS, REBUILDS THE KSDS FROM *
      *                    IT, PROVES THE REBUILT FILE AGAINST    *
      *                    THE SAME TOTALS AND RESETS THE BLOCK-  *
      *                    ZERO CONTROL RECORD, CARRYING THE      *
      *                    DGTCERT CERTIFIED-THROUGH MARK         *
      *                    FORWARD. TAKES THE SHARED RUN LOCK     *
      *                    LIKE DGTQPURG AND DGTHKEEP.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL RPARM-FILE ASSIGN TO RUTLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPARM-STATUS.
           SELECT DIGIT-REPO-FILE ASSIGN TO DIGREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-BLOCK-NO
               FILE STATUS IS WS-DRP-STATUS.
           SELECT BACKUP-FILE ASSIGN TO REPOBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT URPT-FILE ASSIGN TO RUTLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URPT-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * RPARM-FILE - ONE OPTIONAL CONTROL CARD. RP-MODE IS SCAN,  *
      * UNLOAD OR RELOAD - A BLANK CARD OR AN ABSENT FILE RUNS    *
      * THE READ-ONLY SCAN. RP-LOCK-OVERRIDE 'Y' TAKES OVER A     *
      * STALE RUN LOCK AS ON THE PURGPARM CARD.                    *
      *-----------------------------------------------------------*
       FD  RPARM-FILE
           RECORDING MODE IS F.
       01  RPARM-RECORD.
           05  RP-MODE             PIC X(06).
           05  RP-LOCK-OVERRIDE    PIC X(01).
           05  FILLER              PIC X(73).
      *-----------------------------------------------------------*
      * DIGIT-REPO-FILE - THE PERMANENT DIGIT MASTER (SEE         *
      * DGTMDIG). OPENED INPUT TO SCAN OR UNLOAD; OPENED OUTPUT   *
      * (EMPTIED) TO RELOAD, THEN I-O TO PROVE THE REBUILT FILE   *
      * AND WRITE ITS CONTROL RECORD.                              *
      *-----------------------------------------------------------*
       FD  DIGIT-REPO-FILE.
           COPY DGTMDIG.
      *-----------------------------------------------------------*
      * BACKUP-FILE - THE SEQUENTIAL REPOSITORY IMAGE (SEE        *
      * DGTRBK). WRITTEN BY UNLOAD, READ BY RELOAD.                *
      *-----------------------------------------------------------*
       FD  BACKUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTRBK.
      *-----------------------------------------------------------*
      * URPT-FILE - THE UTILITY REPORT - ONE LINE PER FAULT       *
      * (FIRST 100) AND A CLOSING SUMMARY OF THE CONTROL TOTALS.   *
      *-----------------------------------------------------------*
       FD  URPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  UR-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * RUNLOCK-FILE - THE ONE-RECORD RUN LOCK SHARED WITH        *
      * DIGITOFE, DGTQPURG AND DGTHKEEP (SEE DGTLCK).              *
      *-----------------------------------------------------------*
       FD  RUNLOCK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTLCK.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-RPARM-OK         VALUE '00'.
       77  WS-DRP-STATUS           PIC X(02) VALUE '00'.
           88  WS-DRP-OK           VALUE '00'.
       77  WS-BKP-STATUS           PIC X(02) VALUE '00'.
           88  WS-BKP-OK           VALUE '00'.
       77  WS-URPT-STATUS          PIC X(02) VALUE '00'.
           88  WS-URPT-OK          VALUE '00'.
       77  WS-RUNLOCK-STATUS       PIC X(02) VALUE '00'.
      *         '05' IS THE OPTIONAL-FILE-ABSENT OPEN - SEE DGTQPURG.
           88  WS-RUNLOCK-OK       VALUE '00' '05'.
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD        VALUE 'Y'.
       77  WS-LOCK-OVERRIDE-SW     PIC X(01) VALUE 'N'.
           88  WS-LOCK-OVERRIDE    VALUE 'Y'.
       77  WS-JOBNAME              PIC X(08) VALUE 'DGTRUTIL'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       77  WS-MODE                 PIC X(06) VALUE 'SCAN'.
           88  WS-MODE-SCAN        VALUE 'SCAN'.
           88  WS-MODE-UNLOAD      VALUE 'UNLOAD'.
           88  WS-MODE-RELOAD      VALUE 'RELOAD'.
       77  WS-DRP-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-DRP-OPEN         VALUE 'Y'.
       77  WS-BKP-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-BKP-OPEN         VALUE 'Y'.
       77  WS-DRP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-DRP-EOF          VALUE 'Y'.
       77  WS-BKP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-BKP-EOF          VALUE 'Y'.
       77  WS-TRL-SW               PIC X(01) VALUE 'N'.
           88  WS-TRL-SEEN         VALUE 'Y'.
       77  WS-BAD-BKP-SW           PIC X(01) VALUE 'N'.
           88  WS-BAD-BACKUP       VALUE 'Y'.
       77  WS-CONTIG-SW            PIC X(01) VALUE 'Y'.
           88  WS-CONTIG           VALUE 'Y'.
      *-----------------------------------------------------------*
      * CONTROL RECORD AS FOUND (SCAN/UNLOAD) OR AS CARRIED ON     *
      * THE BACKUP HEADER (RELOAD).                                *
      *-----------------------------------------------------------*
       77  WS-HIWATER              PIC 9(09) VALUE ZERO.
       77  WS-HIWATER-DATE         PIC X(08) VALUE SPACES.
       77  WS-CERT-THRU            PIC 9(09) VALUE ZERO.
       77  WS-CERT-DATE            PIC X(08) VALUE SPACES.
       77  WS-NEW-HIWATER          PIC 9(09) VALUE ZERO.
       77  WS-CONTIG-POS           PIC 9(09) VALUE ZERO.
       77  WS-NEXT-BLOCK           PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
      * SCAN WORK FIELDS.                                          *
      *-----------------------------------------------------------*
       77  WS-BLOCK-NO             PIC 9(09) VALUE ZERO.
       77  WS-LAST-BLOCK           PIC 9(09) VALUE ZERO.
       77  WS-EXPECT-CNT           PIC 9(02) VALUE ZERO.
       77  WS-FAULT-CNT            PIC 9(09) VALUE ZERO.
       77  WS-MISSING-CNT          PIC 9(09) VALUE ZERO.
       77  WS-SHORT-CNT            PIC 9(09) VALUE ZERO.
       77  WS-NONNUM-CNT           PIC 9(09) VALUE ZERO.
       77  WS-DUP-CNT              PIC 9(09) VALUE ZERO.
       01  WS-FAULT-MSG            PIC X(80).
      *-----------------------------------------------------------*
      * CONTROL TOTALS - BLOCKS, NUMERIC DIGITS WITHIN EACH        *
      * BLOCK'S COUNT, AND THE SUM-MOD-99991 CHECKSUM OVER THEM.   *
      * 6000-ADD-BLOCK-TOTALS TAKES ONE BLOCK FROM WS-TOT-DIGITS / *
      * WS-TOT-CNT, WHICHEVER FILE IT CAME FROM.                   *
      *-----------------------------------------------------------*
       77  WS-TOT-DIGITS           PIC X(50).
       77  WS-TOT-CNT              PIC 9(02).
       77  WS-BLK-CNT              PIC 9(09) VALUE ZERO.
       77  WS-DIGIT-TOT            PIC 9(09) VALUE ZERO.
       77  WS-CHECKSUM             PIC 9(05) VALUE ZERO.
       77  WS-TRL-BLK-CNT          PIC 9(09) VALUE ZERO.
       77  WS-TRL-DIGIT-CNT        PIC 9(09) VALUE ZERO.
       77  WS-TRL-CHECKSUM         PIC 9(05) VALUE ZERO.
       77  WS-CHX                  PIC 9(02) BINARY.
       77  WS-DIGIT-NUM            PIC 9(01).
       01  WS-RPT-MSG              PIC X(80).
       01  WS-SUM-LINE.
           05  WB-LBL              PIC X(24).
           05  WB-COUNT            PIC 9(09).
           05  FILLER              PIC X(47).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------------------------------------------*
      * 0000-MAIN-PROCEDURE - PROGRAM MAINLINE.                    *
      *-----------------------------------------------------------*
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           EVALUATE TRUE
               WHEN WS-MODE-SCAN
                   PERFORM 2000-SCAN-REPO THRU 2000-EXIT
               WHEN WS-MODE-UNLOAD
                   PERFORM 3000-UNLOAD-REPO THRU 3000-EXIT
               WHEN WS-MODE-RELOAD
                   PERFORM 3500-RELOAD-REPO THRU 3500-EXIT
           END-EVALUATE
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - PICK UP THE CONTROL CARD, TAKE THE RUN  *
      * LOCK AND START THE REPORT.                                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           OPEN INPUT RPARM-FILE
           IF WS-RPARM-OK
               READ RPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1200-TAKE-PARM-CARD THRU 1200-EXIT
               END-READ
               CLOSE RPARM-FILE
           END-IF
           PERFORM 1100-ACQUIRE-RUN-LOCK THRU 1100-EXIT
           OPEN OUTPUT URPT-FILE
           IF NOT WS-URPT-OK
               DISPLAY 'DGTRUTIL-E2 UNABLE TO OPEN RUTLRPT - STATUS '
                   WS-URPT-STATUS ' - NOTHING DONE'
               PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           STRING 'DGTRUTIL DIGIT REPOSITORY UTILITY MODE=' WS-MODE
               ' DATE=' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-ACQUIRE-RUN-LOCK - SERIALIZE AGAINST A LIVE DIGITOFE *
      * EXECUTION, WHICH EXTENDS THE REPOSITORY - A SCAN WOULD    *
      * SEE A HALF-WRITTEN TAIL AND A RELOAD WOULD EMPTY THE FILE *
      * UNDER IT. A HELD LOCK ENDS THIS RUN CLEANLY WITH RC=8 AND *
      * NOTHING DONE. THE RUTLPARM OVERRIDE FLAG TAKES A STALE    *
      * LOCK OVER AFTER AN ABEND.                                  *
      *-----------------------------------------------------------*
       1100-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF WS-RUNLOCK-OK
               READ RUNLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-LOCK-ACTIVE
                           PERFORM 1110-LOCK-IS-HELD THRU 1110-EXIT
                       END-IF
               END-READ
               CLOSE RUNLOCK-FILE
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           MOVE SPACES TO RL-RECORD
           SET RL-LOCK-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-RUN-TIME TO RL-TIME
           MOVE WS-JOBNAME TO RL-JOB
           WRITE RL-RECORD
           CLOSE RUNLOCK-FILE
           SET WS-LOCK-HELD TO TRUE
           .
       1100-EXIT.
           EXIT.

       1110-LOCK-IS-HELD.
           IF WS-LOCK-OVERRIDE
               DISPLAY 'DGTRUTIL-I1 STALE RUN LOCK HELD BY '
                   RL-JOB ' SINCE ' RL-DATE ' ' RL-TIME
                   ' OVERRIDDEN BY PARM REQUEST'
               GO TO 1110-EXIT
           END-IF
           DISPLAY 'DGTRUTIL-B1 RUN LOCK HELD BY ' RL-JOB
               ' SINCE ' RL-DATE ' ' RL-TIME ' - NOTHING DONE'
           CLOSE RUNLOCK-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-TAKE-PARM-CARD - AN UNKNOWN MODE IS A HARD ERROR -   *
      * GUESSING BETWEEN A SCAN AND A RELOAD IS NOT AN OPTION.     *
      *-----------------------------------------------------------*
       1200-TAKE-PARM-CARD.
           IF RP-LOCK-OVERRIDE = 'Y'
               SET WS-LOCK-OVERRIDE TO TRUE
           END-IF
           IF RP-MODE NOT = SPACES
               MOVE RP-MODE TO WS-MODE
           END-IF
           IF NOT WS-MODE-SCAN AND NOT WS-MODE-UNLOAD
               AND NOT WS-MODE-RELOAD
               DISPLAY 'DGTRUTIL-E1 RUTLPARM MODE MUST BE SCAN, '
                   'UNLOAD OR RELOAD - FOUND ' RP-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-REPO - CHECK EVERY BLOCK THE HIGH-WATER MARK    *
      * CLAIMS. EVERY BLOCK BEFORE THE LAST MUST BE PRESENT AND   *
      * FULL; THE LAST MUST HOLD THE POSITIONS UP TO THE MARK;    *
      * EVERY POSITION CLAIMED MUST BE A DIGIT. A CERTIFIED MARK  *
      * PAST THE HIGH-WATER MARK IS ALSO A FAULT. BLOCKS BEYOND   *
      * THE HIGH-WATER BLOCK (A RUN STOPPED BEFORE ITS CLOSE-OUT) *
      * ARE NOT CLAIMED AND NOT CHECKED.                           *
      *-----------------------------------------------------------*
       2000-SCAN-REPO.
           PERFORM 2050-OPEN-REPO-INPUT THRU 2050-EXIT
           IF NOT WS-DRP-OPEN
               GO TO 2000-EXIT
           END-IF
           IF DR-BLOCK-NO NOT = ZERO
      *         NO CONTROL RECORD - FAULT ONLY IF BLOCKS EXIST.
               MOVE 1 TO DR-BLOCK-NO
               START DIGIT-REPO-FILE KEY IS NOT LESS THAN
                       DR-BLOCK-NO
                   INVALID KEY
                       MOVE 'NO CONTROL RECORD, NO BLOCKS - EMPTY'
                           TO WS-RPT-MSG
                       PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
                   NOT INVALID KEY
                       MOVE 'BLOCKS PRESENT BUT NO CONTROL RECORD'
                           TO WS-FAULT-MSG
                       PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
               END-START
               GO TO 2000-EXIT
           END-IF
           IF DR-HIWATER NOT NUMERIC
               MOVE 'CONTROL RECORD HIGH-WATER MARK IS NOT NUMERIC'
                   TO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           STRING 'HIGH-WATER=' WS-HIWATER ' AS OF ' WS-HIWATER-DATE
               ' CERTIFIED THROUGH=' WS-CERT-THRU
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-CERT-THRU > WS-HIWATER
               MOVE SPACES TO WS-FAULT-MSG
               STRING 'CERTIFIED MARK ' WS-CERT-THRU
                   ' IS PAST THE HIGH-WATER MARK'
                   DELIMITED BY SIZE INTO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
           END-IF
           IF WS-HIWATER = ZERO
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-LAST-BLOCK = (WS-HIWATER + 49) / 50
           PERFORM 2100-SCAN-BLOCK THRU 2100-EXIT
               VARYING WS-BLOCK-NO FROM 1 BY 1
               UNTIL WS-BLOCK-NO > WS-LAST-BLOCK
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-OPEN-REPO-INPUT - OPEN THE REPOSITORY TO READ AND    *
      * PICK UP ITS CONTROL RECORD. DR-BLOCK-NO IS LEFT ZERO WHEN *
      * THE CONTROL RECORD WAS FOUND, NINES WHEN IT WAS NOT.       *
      *-----------------------------------------------------------*
       2050-OPEN-REPO-INPUT.
           OPEN INPUT DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTRUTIL-E3 UNABLE TO OPEN DIGREPO - STATUS '
                   WS-DRP-STATUS ' - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               GO TO 2050-EXIT
           END-IF
           SET WS-DRP-OPEN TO TRUE
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   MOVE SPACES TO DR-RECORD
                   MOVE 999999999 TO DR-BLOCK-NO
                   GO TO 2050-EXIT
           END-READ
           IF DR-HIWATER IS NUMERIC
               MOVE DR-HIWATER TO WS-HIWATER
           END-IF
           MOVE DR-HIWATER-DATE TO WS-HIWATER-DATE
           IF DR-CERT-THRU IS NUMERIC
               MOVE DR-CERT-THRU TO WS-CERT-THRU
               MOVE DR-CERT-DATE TO WS-CERT-DATE
           END-IF
           .
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SCAN-BLOCK - CHECK ONE CLAIMED BLOCK.                 *
      *-----------------------------------------------------------*
       2100-SCAN-BLOCK.
           ADD 1 TO WS-BLK-CNT
           IF WS-BLOCK-NO < WS-LAST-BLOCK
               MOVE 50 TO WS-EXPECT-CNT
           ELSE
               COMPUTE WS-EXPECT-CNT =
                   WS-HIWATER - (WS-LAST-BLOCK - 1) * 50
           END-IF
           MOVE WS-BLOCK-NO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-CNT
                   MOVE SPACES TO WS-FAULT-MSG
                   STRING 'BLOCK ' WS-BLOCK-NO ' MISSING'
                       DELIMITED BY SIZE INTO WS-FAULT-MSG
                   PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
                   GO TO 2100-EXIT
           END-READ
           IF DR-DIGIT-CNT NOT NUMERIC
               OR DR-DIGIT-CNT < WS-EXPECT-CNT
               ADD 1 TO WS-SHORT-CNT
               MOVE SPACES TO WS-FAULT-MSG
               STRING 'BLOCK ' WS-BLOCK-NO ' SHORT - DIGIT COUNT '
                   DR-DIGIT-CNT ' WHERE ' WS-EXPECT-CNT
                   ' ARE CLAIMED'
                   DELIMITED BY SIZE INTO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
           END-IF
           IF DR-DIGITS(1:WS-EXPECT-CNT) NOT NUMERIC
               ADD 1 TO WS-NONNUM-CNT
               MOVE SPACES TO WS-FAULT-MSG
               STRING 'BLOCK ' WS-BLOCK-NO ' HOLDS NON-NUMERIC '
                   'CONTENT IN ITS CLAIMED POSITIONS'
                   DELIMITED BY SIZE INTO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-UNLOAD-REPO - WRITE THE HDR FROM THE CONTROL RECORD, *
      * ONE BLK PER DIGIT BLOCK IN KEY ORDER, AND THE TRL WITH    *
      * THE CONTROL TOTALS. EVERY BLOCK ON FILE GOES OUT, CLAIMED *
      * OR NOT - THE BACKUP IS AN IMAGE OF THE KSDS.               *
      *-----------------------------------------------------------*
       3000-UNLOAD-REPO.
           PERFORM 2050-OPEN-REPO-INPUT THRU 2050-EXIT
           IF NOT WS-DRP-OPEN
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF NOT WS-BKP-OK
               DISPLAY 'DGTRUTIL-E4 UNABLE TO OPEN REPOBKUP - '
                   'STATUS ' WS-BKP-STATUS ' - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET WS-BKP-OPEN TO TRUE
           MOVE SPACES TO RB-RECORD
           SET RB-HEADER TO TRUE
           MOVE WS-RUN-DATE TO RB-H-DATE
           MOVE WS-RUN-TIME TO RB-H-TIME
           MOVE WS-HIWATER TO RB-H-HIWATER
           MOVE WS-HIWATER-DATE TO RB-H-HIWATER-DATE
           MOVE WS-CERT-THRU TO RB-H-CERT-THRU
           MOVE WS-CERT-DATE TO RB-H-CERT-DATE
           WRITE RB-RECORD
           MOVE 1 TO DR-BLOCK-NO
           START DIGIT-REPO-FILE KEY IS NOT LESS THAN DR-BLOCK-NO
               INVALID KEY
                   SET WS-DRP-EOF TO TRUE
           END-START
           PERFORM 3100-UNLOAD-BLOCK THRU 3100-EXIT
               UNTIL WS-DRP-EOF
           MOVE SPACES TO RB-RECORD
           SET RB-TRAILER TO TRUE
           MOVE WS-BLK-CNT TO RB-T-BLOCK-CNT
           MOVE WS-DIGIT-TOT TO RB-T-DIGIT-CNT
           MOVE WS-CHECKSUM TO RB-T-CHECKSUM
           WRITE RB-RECORD
           MOVE SPACES TO WS-RPT-MSG
           STRING 'HIGH-WATER=' WS-HIWATER ' AS OF ' WS-HIWATER-DATE
               ' CERTIFIED THROUGH=' WS-CERT-THRU
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-UNLOAD-BLOCK.
           READ DIGIT-REPO-FILE NEXT RECORD
               AT END
                   SET WS-DRP-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE DR-DIGITS TO WS-TOT-DIGITS
           MOVE DR-DIGIT-CNT TO WS-TOT-CNT
           PERFORM 6000-ADD-BLOCK-TOTALS THRU 6000-EXIT
           MOVE SPACES TO RB-RECORD
           SET RB-BLOCK TO TRUE
           MOVE DR-BLOCK-NO TO RB-BLOCK-NO
           MOVE DR-DIGITS TO RB-DIGITS
           MOVE DR-DIGIT-CNT TO RB-DIGIT-CNT
           WRITE RB-RECORD
           .
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-RELOAD-REPO - THE KSDS IS ONLY EMPTIED ONCE THE       *
      * BACKUP HAS PROVED AGAINST ITS OWN TRAILER (3510). IT IS   *
      * THEN REBUILT (3600), READ BACK AND PROVED AGAINST THE     *
      * SAME TOTALS (3700), AND GIVEN ITS CONTROL RECORD (3800).   *
      *-----------------------------------------------------------*
       3500-RELOAD-REPO.
           OPEN INPUT BACKUP-FILE
           IF NOT WS-BKP-OK
               DISPLAY 'DGTRUTIL-E4 UNABLE TO OPEN REPOBKUP - '
                   'STATUS ' WS-BKP-STATUS ' - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           SET WS-BKP-OPEN TO TRUE
           READ BACKUP-FILE
               AT END
                   SET WS-BKP-EOF TO TRUE
           END-READ
           IF WS-BKP-EOF OR NOT RB-HEADER
               DISPLAY 'DGTRUTIL-E5 REPOBKUP DOES NOT BEGIN WITH AN '
                   'HDR RECORD - REPOSITORY NOT TOUCHED'
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           IF RB-H-HIWATER IS NUMERIC
               MOVE RB-H-HIWATER TO WS-HIWATER
           END-IF
           MOVE RB-H-HIWATER-DATE TO WS-HIWATER-DATE
           IF RB-H-CERT-THRU IS NUMERIC
               MOVE RB-H-CERT-THRU TO WS-CERT-THRU
               MOVE RB-H-CERT-DATE TO WS-CERT-DATE
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           STRING 'BACKUP TAKEN ' RB-H-DATE ' ' RB-H-TIME
               ' HIGH-WATER=' WS-HIWATER
               ' CERTIFIED THROUGH=' WS-CERT-THRU
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           PERFORM 3510-PROVE-BACKUP-RECORD THRU 3510-EXIT
               UNTIL WS-BKP-EOF OR WS-BAD-BACKUP
           IF NOT WS-BAD-BACKUP AND NOT WS-TRL-SEEN
               MOVE 'REPOBKUP HAS NO TRL RECORD' TO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
               SET WS-BAD-BACKUP TO TRUE
           END-IF
           IF NOT WS-BAD-BACKUP
               PERFORM 3550-CHECK-TOTALS THRU 3550-EXIT
           END-IF
           IF WS-BAD-BACKUP
               DISPLAY 'DGTRUTIL-E6 REPOBKUP FAILS ITS CONTROL '
                   'TOTALS - REPOSITORY NOT TOUCHED - SEE RUTLRPT'
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           CLOSE BACKUP-FILE
           OPEN INPUT BACKUP-FILE
           MOVE 'N' TO WS-BKP-EOF-SW
           OPEN OUTPUT DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTRUTIL-E3 UNABLE TO OPEN DIGREPO - STATUS '
                   WS-DRP-STATUS ' - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           SET WS-DRP-OPEN TO TRUE
           MOVE 1 TO WS-NEXT-BLOCK
           PERFORM 3600-LOAD-RECORD THRU 3600-EXIT
               UNTIL WS-BKP-EOF
           CLOSE DIGIT-REPO-FILE
           OPEN I-O DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTRUTIL-E9 UNABLE TO REOPEN DIGREPO AFTER '
                   'THE RELOAD - STATUS ' WS-DRP-STATUS
                   ' - REBUILT FILE NOT PROVEN'
               MOVE 'N' TO WS-DRP-OPEN-SW
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3700-PROVE-REBUILT-FILE THRU 3700-EXIT
           PERFORM 3800-SET-CONTROL-RECORD THRU 3800-EXIT
           .
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3510-PROVE-BACKUP-RECORD - FIRST PASS - ROLL EACH BLK     *
      * INTO THE TOTALS AND PICK UP THE TRL. ANYTHING AFTER THE   *
      * TRL, OR OF NO KNOWN TYPE, MAKES THE BACKUP UNUSABLE.       *
      *-----------------------------------------------------------*
       3510-PROVE-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-BKP-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF WS-TRL-SEEN
               MOVE 'REPOBKUP CARRIES RECORDS AFTER ITS TRL'
                   TO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
               SET WS-BAD-BACKUP TO TRUE
               GO TO 3510-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RB-BLOCK
                   MOVE RB-DIGITS TO WS-TOT-DIGITS
                   MOVE RB-DIGIT-CNT TO WS-TOT-CNT
                   PERFORM 6000-ADD-BLOCK-TOTALS THRU 6000-EXIT
               WHEN RB-TRAILER
                   SET WS-TRL-SEEN TO TRUE
                   IF RB-T-BLOCK-CNT IS NUMERIC
                       AND RB-T-DIGIT-CNT IS NUMERIC
                       AND RB-T-CHECKSUM IS NUMERIC
                       MOVE RB-T-BLOCK-CNT TO WS-TRL-BLK-CNT
                       MOVE RB-T-DIGIT-CNT TO WS-TRL-DIGIT-CNT
                       MOVE RB-T-CHECKSUM TO WS-TRL-CHECKSUM
                   ELSE
                       MOVE 'REPOBKUP TRL TOTALS ARE NOT NUMERIC'
                           TO WS-FAULT-MSG
                       PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
                       SET WS-BAD-BACKUP TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-FAULT-MSG
                   STRING 'REPOBKUP RECORD OF UNKNOWN TYPE '''
                       RB-TYPE ''' AFTER ' WS-BLK-CNT ' BLOCK(S)'
                       DELIMITED BY SIZE INTO WS-FAULT-MSG
                   PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
                   SET WS-BAD-BACKUP TO TRUE
           END-EVALUATE
           .
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3550-CHECK-TOTALS - COMPARE THE TOTALS JUST ROLLED WITH   *
      * THE TRL, REPORT BOTH, AND FLAG ANY DIFFERENCE.             *
      *-----------------------------------------------------------*
       3550-CHECK-TOTALS.
           MOVE SPACES TO WS-RPT-MSG
           STRING 'TRL BLOCKS=' WS-TRL-BLK-CNT ' DIGITS='
               WS-TRL-DIGIT-CNT ' CHECKSUM=' WS-TRL-CHECKSUM
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           STRING 'READ BLOCKS=' WS-BLK-CNT ' DIGITS='
               WS-DIGIT-TOT ' CHECKSUM=' WS-CHECKSUM
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-BLK-CNT NOT = WS-TRL-BLK-CNT
               OR WS-DIGIT-TOT NOT = WS-TRL-DIGIT-CNT
               OR WS-CHECKSUM NOT = WS-TRL-CHECKSUM
               MOVE 'CONTROL TOTALS DO NOT AGREE WITH THE TRL'
                   TO WS-FAULT-MSG
               PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
               SET WS-BAD-BACKUP TO TRUE
           END-IF
           .
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-LOAD-RECORD - SECOND PASS - WRITE EACH BLK TO THE    *
      * EMPTIED KSDS, NOTING HOW FAR THE BLOCKS RUN CONTIGUOUSLY  *
      * FROM POSITION 1 SO THE HIGH-WATER MARK CAN BE RESET.       *
      *-----------------------------------------------------------*
       3600-LOAD-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-BKP-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF NOT RB-BLOCK
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO DR-RECORD
           MOVE RB-BLOCK-NO TO DR-BLOCK-NO
           MOVE RB-DIGITS TO DR-DIGITS
           MOVE RB-DIGIT-CNT TO DR-DIGIT-CNT
           WRITE DR-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   MOVE SPACES TO WS-FAULT-MSG
                   STRING 'BLOCK ' RB-BLOCK-NO ' NOT LOADED - '
                       'STATUS ' WS-DRP-STATUS
                       DELIMITED BY SIZE INTO WS-FAULT-MSG
                   PERFORM 5100-REPORT-FAULT THRU 5100-EXIT
                   GO TO 3600-EXIT
           END-WRITE
           IF WS-CONTIG
               IF RB-BLOCK-NO = WS-NEXT-BLOCK
                   AND RB-DIGIT-CNT IS NUMERIC
                   AND RB-DIGIT-CNT NOT > 50
                   COMPUTE WS-CONTIG-POS =
                       (RB-BLOCK-NO - 1) * 50 + RB-DIGIT-CNT
                   ADD 1 TO WS-NEXT-BLOCK
                   IF RB-DIGIT-CNT < 50
                       MOVE 'N' TO WS-CONTIG-SW
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CONTIG-SW
               END-IF
           END-IF
           .
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-PROVE-REBUILT-FILE - READ THE REBUILT KSDS BACK IN   *
      * KEY ORDER AND ROLL THE SAME TOTALS AFRESH.                 *
      *-----------------------------------------------------------*
       3700-PROVE-REBUILT-FILE.
           MOVE ZERO TO WS-BLK-CNT
           MOVE ZERO TO WS-DIGIT-TOT
           MOVE ZERO TO WS-CHECKSUM
           MOVE 1 TO DR-BLOCK-NO
           START DIGIT-REPO-FILE KEY IS NOT LESS THAN DR-BLOCK-NO
               INVALID KEY
                   SET WS-DRP-EOF TO TRUE
           END-START
           PERFORM 3710-PROVE-BLOCK THRU 3710-EXIT
               UNTIL WS-DRP-EOF
           PERFORM 3550-CHECK-TOTALS THRU 3550-EXIT
           .
       3700-EXIT.
           EXIT.

       3710-PROVE-BLOCK.
           READ DIGIT-REPO-FILE NEXT RECORD
               AT END
                   SET WS-DRP-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ
           MOVE DR-DIGITS TO WS-TOT-DIGITS
           MOVE DR-DIGIT-CNT TO WS-TOT-CNT
           PERFORM 6000-ADD-BLOCK-TOTALS THRU 6000-EXIT
           .
       3710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-SET-CONTROL-RECORD - WRITE BLOCK ZERO FOR THE        *
      * REBUILT FILE. THE HIGH-WATER MARK IS THE BACKUP'S, CUT    *
      * BACK TO WHAT WAS ACTUALLY RELOADED CONTIGUOUSLY FROM      *
      * POSITION 1; THE CERTIFIED MARK IS THE BACKUP'S, CUT BACK  *
      * TO THE NEW HIGH-WATER MARK. A REBUILT FILE THAT DID NOT   *
      * PROVE IS GIVEN A ZERO HIGH-WATER MARK, SO DIGITOFE SERVES *
      * NOTHING FROM IT AND RECOMPUTES OVER IT.                    *
      *-----------------------------------------------------------*
       3800-SET-CONTROL-RECORD.
           MOVE WS-HIWATER TO WS-NEW-HIWATER
           IF WS-CONTIG-POS < WS-NEW-HIWATER
               MOVE WS-CONTIG-POS TO WS-NEW-HIWATER
           END-IF
           IF WS-BAD-BACKUP OR WS-DUP-CNT > ZERO
               MOVE ZERO TO WS-NEW-HIWATER
               DISPLAY 'DGTRUTIL-E7 REBUILT DIGREPO DOES NOT PROVE '
                   'AGAINST THE BACKUP TOTALS - HIGH-WATER MARK '
                   'SET TO ZERO - SEE RUTLRPT'
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-NEW-HIWATER < WS-HIWATER
               AND NOT WS-BAD-BACKUP AND WS-DUP-CNT = ZERO
               DISPLAY 'DGTRUTIL-W1 BLOCKS MISSING FROM THE BACKUP '
                   '- HIGH-WATER MARK RESET FROM ' WS-HIWATER
                   ' TO ' WS-NEW-HIWATER
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-NEW-HIWATER NOT = WS-HIWATER
               MOVE WS-RUN-DATE TO WS-HIWATER-DATE
           END-IF
           IF WS-CERT-THRU > WS-NEW-HIWATER
               MOVE WS-NEW-HIWATER TO WS-CERT-THRU
               MOVE WS-RUN-DATE TO WS-CERT-DATE
           END-IF
           MOVE SPACES TO DR-RECORD
           MOVE ZERO TO DR-BLOCK-NO
           MOVE WS-NEW-HIWATER TO DR-HIWATER
           MOVE WS-HIWATER-DATE TO DR-HIWATER-DATE
           MOVE WS-CERT-THRU TO DR-CERT-THRU
           MOVE WS-CERT-DATE TO DR-CERT-DATE
           WRITE DR-RECORD
               INVALID KEY
                   REWRITE DR-RECORD
           END-WRITE
           MOVE SPACES TO WS-RPT-MSG
           STRING 'CONTROL RECORD RESET - HIGH-WATER='
               WS-NEW-HIWATER ' CERTIFIED THROUGH=' WS-CERT-THRU
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TERMINATE - WRITE THE SUMMARY, CLOSE EVERYTHING AND  *
      * RELEASE THE RUN LOCK. ANY SCAN FAULT ENDS THE STEP WITH   *
      * RC=12, AS DGTVERIF DOES FOR A FILE THAT FAILS.             *
      *-----------------------------------------------------------*
       4000-TERMINATE.
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'BLOCKS=' TO WB-LBL
           MOVE WS-BLK-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-MODE-SCAN
               MOVE 'MISSING BLOCKS=' TO WB-LBL
               MOVE WS-MISSING-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'SHORT BLOCKS=' TO WB-LBL
               MOVE WS-SHORT-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'NON-NUMERIC BLOCKS=' TO WB-LBL
               MOVE WS-NONNUM-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           ELSE
               MOVE 'DIGITS=' TO WB-LBL
               MOVE WS-DIGIT-TOT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'CHECKSUM=' TO WB-LBL
               MOVE WS-CHECKSUM TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           MOVE 'FAULTS=' TO WB-LBL
           MOVE WS-FAULT-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           CLOSE URPT-FILE
           IF WS-DRP-OPEN
               CLOSE DIGIT-REPO-FILE
           END-IF
           IF WS-BKP-OPEN
               CLOSE BACKUP-FILE
           END-IF
           PERFORM 4100-RELEASE-RUN-LOCK THRU 4100-EXIT
           IF WS-MODE-SCAN AND WS-FAULT-CNT > ZERO
               DISPLAY 'DGTRUTIL-E8 ' WS-FAULT-CNT ' REPOSITORY '
                   'FAULT(S) FOUND - SEE RUTLRPT'
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'DGTRUTIL ' WS-MODE ' COMPLETE - ' WS-BLK-CNT
               ' BLOCK(S), ' WS-FAULT-CNT ' FAULT(S)'
           .
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-RELEASE-RUN-LOCK - POST THE LOCK RECORD ENDED ON THE *
      * WAY OUT. AN ABEND NEVER REACHES THIS - THE RECORD STAYS   *
      * ACTIVE AND THE NEXT EXECUTION NEEDS THE OVERRIDE FLAG.     *
      *-----------------------------------------------------------*
       4100-RELEASE-RUN-LOCK.
           IF NOT WS-LOCK-HELD
               GO TO 4100-EXIT
           END-IF
           OPEN OUTPUT RUNLOCK-FILE
           MOVE SPACES TO RL-RECORD
           SET RL-LOCK-ENDED TO TRUE
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-RUN-TIME TO RL-TIME
           MOVE WS-JOBNAME TO RL-JOB
           WRITE RL-RECORD
           CLOSE RUNLOCK-FILE
           MOVE 'N' TO WS-LOCK-HELD-SW
           .
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-REPORT-MSG - WRITE ONE PREFORMATTED LINE TO    *
      * THE UTILITY REPORT.                                        *
      *-----------------------------------------------------------*
       5000-WRITE-REPORT-MSG.
           MOVE WS-RPT-MSG TO UR-LINE
           WRITE UR-LINE
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-REPORT-FAULT - COUNT ONE FAULT AND LIST IT, THE      *
      * FIRST 100 ONLY - THE SUMMARY CARRIES THE FULL COUNT.       *
      *-----------------------------------------------------------*
       5100-REPORT-FAULT.
           ADD 1 TO WS-FAULT-CNT
           IF WS-FAULT-CNT > 100
               GO TO 5100-EXIT
           END-IF
           MOVE WS-FAULT-MSG TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-FAULT-CNT = 100
               MOVE 'FURTHER FAULTS COUNTED BUT NOT LISTED'
                   TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-ADD-BLOCK-TOTALS - ROLL ONE BLOCK INTO THE CONTROL   *
      * TOTALS - THE NUMERIC CHARACTERS WITHIN ITS DIGIT COUNT,   *
      * CHECKSUMMED AS THE RPTFILE FOOTER IS.                      *
      *-----------------------------------------------------------*
       6000-ADD-BLOCK-TOTALS.
           ADD 1 TO WS-BLK-CNT
           IF WS-TOT-CNT NOT NUMERIC
               MOVE ZERO TO WS-TOT-CNT
           END-IF
           IF WS-TOT-CNT > 50
               MOVE 50 TO WS-TOT-CNT
           END-IF
           PERFORM 6010-ADD-ONE-DIGIT THRU 6010-EXIT
               VARYING WS-CHX FROM 1 BY 1 UNTIL WS-CHX > WS-TOT-CNT
           .
       6000-EXIT.
           EXIT.

       6010-ADD-ONE-DIGIT.
           IF WS-TOT-DIGITS(WS-CHX:1) IS NOT NUMERIC
               GO TO 6010-EXIT
           END-IF
           ADD 1 TO WS-DIGIT-TOT
           MOVE WS-TOT-DIGITS(WS-CHX:1) TO WS-DIGIT-NUM
           ADD WS-DIGIT-NUM TO WS-CHECKSUM
           IF WS-CHECKSUM > 99990
               SUBTRACT 99991 FROM WS-CHECKSUM
           END-IF
           .
       6010-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTRUTIL.
