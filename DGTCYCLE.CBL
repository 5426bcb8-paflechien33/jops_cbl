       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DGTCYCLE.
       AUTHOR. J OPS BATCH SUPPORT.
       INSTALLATION. DATA CENTER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY                                      *
      *-----------------------------------------------------------*
      *   DATE       INIT  DESCRIPTION                            *
      *   10/15/2026  JOB  ORIGINAL END-OF-CYCLE CONTROL AND      *
      *                    SIGN-OFF STEP. READS THE NIGHT'S       *
      *                    RUNSTAT, RUNLOCK, MANIFEST, DGTVERIF   *
      *                    VERRPT, DGTDCOMP COMPRPT AND FORECAST  *
      *                    DATASETS, THE REQQUEUE STATUS COUNTS   *
      *                    AND THE DIGREPO HIGH-WATER MARK, AND   *
      *                    WRITES A ONE-PAGE CONTROL REPORT       *
      *                    (CYCLRPT) ENDING IN A SINGLE RELEASE   *
      *                    OR HOLD VERDICT, PLUS THE ONE-RECORD   *
      *                    RELEASE FLAG (RELFLAG - SEE DGTREL)    *
      *                    THAT DGTEXPRT CHECKS BEFORE IT SHIPS,  *
      *                    SO A BAD CYCLE CANNOT GO OUT BECAUSE   *
      *                    A STEP'S RETURN CODE WAS OVERLOOKED.   *
      *                    READ-ONLY AGAINST THE SHARED DATASETS, *
      *                    SO IT TAKES NO RUN LOCK (AS DGTEXPRT). *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL CPARM-FILE ASSIGN TO CYCLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT OPTIONAL RUNLOCK-FILE ASSIGN TO RUNLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT VRPT-FILE ASSIGN TO VERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRPT-STATUS.
           SELECT CRPT-FILE ASSIGN TO COMPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.
           SELECT OPTIONAL FORECAST-FILE ASSIGN TO FORECAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO REQQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS WS-RQ-STATUS.
           SELECT DIGIT-REPO-FILE ASSIGN TO DIGREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-BLOCK-NO
               FILE STATUS IS WS-DRP-STATUS.
           SELECT CYRPT-FILE ASSIGN TO CYCLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYRPT-STATUS.
           SELECT RELEASE-FLAG-FILE ASSIGN TO RELFLAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * CPARM-FILE - OPTIONAL CONTROL CARD NAMING THE CYCLE DATE  *
      * (YYYYMMDD) TO SIGN OFF. ABSENT OR BLANK, THE CYCLE IS THE *
      * DATE ON THE RUNSTAT RECORD. THE CARD IS FOR A CYCLE WHOSE *
      * RUN ENDED PAST MIDNIGHT - IT NAMES THE DAY THE RUN        *
      * STARTED, AND THE CYCLE THEN RUNS FROM THAT DATE THROUGH   *
      * THE RUNSTAT DATE (THE SAME DAY OR THE DAY AFTER - ANY     *
      * OTHER RUNSTAT DATE HOLDS). A RERUN OF THE SIGN-OFF ON A   *
      * LATER DAY NEEDS NO CARD.                                   *
      *-----------------------------------------------------------*
       FD  CPARM-FILE
           RECORDING MODE IS F.
       01  CPARM-RECORD.
           05  CP-CYCLE-DATE       PIC X(08).
           05  FILLER              PIC X(72).
      *-----------------------------------------------------------*
      * RUNSTAT-FILE - DIGITOFE'S ONE-RECORD RUN STATUS, WRITTEN  *
      * AS THE LAST ACT OF EVERY EXECUTION (SEE DIGITOFE 7400).   *
      *-----------------------------------------------------------*
       FD  RUNSTAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  RUNSTAT-RECORD.
           05  RS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  RS-TIME             PIC X(08).
           05  FILLER              PIC X(01).
           05  RS-JOB              PIC X(08).
           05  FILLER              PIC X(01).
           05  RS-OUTCOME          PIC X(04).
           05  FILLER              PIC X(01).
           05  RS-ERROR-CODE       PIC X(02).
           05  FILLER              PIC X(01).
           05  RS-N                PIC 9(05).
           05  FILLER              PIC X(01).
           05  RS-DIGIT-CNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RS-QUEUE-SW         PIC X(01).
           05  FILLER              PIC X(01).
           05  RS-REQUEST-ID       PIC 9(06).
           05  FILLER              PIC X(21).
      *-----------------------------------------------------------*
      * RUNLOCK-FILE - THE ONE-RECORD RUN LOCK (SEE DGTLCK).      *
      *-----------------------------------------------------------*
       FD  RUNLOCK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTLCK.
      *-----------------------------------------------------------*
      * MANIFEST-FILE - ONE ROW PER OUTPUT GROUP THE RUN CUT      *
      * (SEE DGTMAN).                                              *
      *-----------------------------------------------------------*
       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTMAN.
      *-----------------------------------------------------------*
      * VRPT-FILE - THE DGTVERIF INTEGRITY REPORT FOR THE CYCLE'S *
      * DIGITS.DAT - ITS TITLE LINE, ONE SUMMARY LINE PER GROUP   *
      * (SHAPED AS DGTVERIF'S WS-GRP-SUMMARY) AND ITS VERDICT.    *
      *-----------------------------------------------------------*
       FD  VRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  VR-LINE                 PIC X(80).
       01  VR-TITLE-LINE.
           05  VT-TITLE            PIC X(31).
           05  VT-DATE             PIC X(08).
           05  FILLER              PIC X(41).
       01  VR-GROUP-LINE.
           05  VG-GROUP-LBL        PIC X(05).
           05  FILLER              PIC X(01).
           05  VG-GROUP-NO         PIC X(03).
           05  FILLER              PIC X(01).
           05  VG-STATUS           PIC X(12).
           05  FILLER              PIC X(01).
           05  VG-DIGITS-LBL       PIC X(07).
           05  VG-DIGIT-CNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  VG-CHECKSUM-LBL     PIC X(09).
           05  VG-CHECKSUM         PIC 9(05).
           05  FILLER              PIC X(26).
      *-----------------------------------------------------------*
      * CRPT-FILE - THE DGTDCOMP DIVERGENCE REPORT FOR THE        *
      * CYCLE'S DIGITS.DAT AGAINST THE PRIOR GENERATION - ITS     *
      * TITLE LINE, ONE SUMMARY LINE PER GROUP (SHAPED AS         *
      * DGTDCOMP'S WS-GRP-SUMMARY) AND ITS VERDICT.                *
      *-----------------------------------------------------------*
       FD  CRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CR-LINE                 PIC X(80).
       01  CR-TITLE-LINE.
           05  CT-TITLE            PIC X(32).
           05  CT-DATE             PIC X(08).
           05  FILLER              PIC X(40).
       01  CR-GROUP-LINE.
           05  CG-GROUP-LBL        PIC X(05).
           05  FILLER              PIC X(01).
           05  CG-GROUP-NO         PIC X(03).
           05  FILLER              PIC X(01).
           05  CG-REQ-LBL          PIC X(04).
           05  CG-REQ-ID           PIC 9(06).
           05  FILLER              PIC X(01).
           05  CG-DIFF-LBL         PIC X(06).
           05  CG-DIFF-CNT         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CG-DIV-LBL          PIC X(09).
           05  CG-FIRST-DIV        PIC 9(09).
           05  FILLER              PIC X(25).
      *-----------------------------------------------------------*
      * FORECAST-FILE - THE WINDOW-GATE FORECAST RECORD, WRITTEN  *
      * BY DIGITOFE ONLY WHEN THE GATE DIVERTS A RUN AND LEFT IN  *
      * PLACE AFTERWARD, SO ONLY ONE DATED FOR THE CYCLE COUNTS.  *
      *-----------------------------------------------------------*
       FD  FORECAST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  FORECAST-RECORD.
           05  FC-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  FC-TIME             PIC X(08).
           05  FILLER              PIC X(01).
           05  FC-JOB              PIC X(08).
           05  FILLER              PIC X(01).
           05  FC-N                PIC 9(05).
           05  FILLER              PIC X(01).
           05  FC-EST-SEC          PIC 9(09).
           05  FILLER              PIC X(01).
           05  FC-WINDOW-SEC       PIC 9(05).
           05  FILLER              PIC X(01).
           05  FC-DECISION         PIC X(07).
           05  FILLER              PIC X(24).
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE REQUEST QUEUE (SEE DGTMREQ),     *
      * READ ONLY, FRONT TO BACK FOR THE STATUS COUNTS.            *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * DIGIT-REPO-FILE - THE PERMANENT DIGIT MASTER (SEE         *
      * DGTMDIG), READ ONLY, FOR ITS BLOCK-ZERO CONTROL RECORD.   *
      *-----------------------------------------------------------*
       FD  DIGIT-REPO-FILE.
           COPY DGTMDIG.
      *-----------------------------------------------------------*
      * CYRPT-FILE - THE ONE-PAGE CYCLE CONTROL REPORT.            *
      *-----------------------------------------------------------*
       FD  CYRPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  CY-LINE                 PIC X(80).
      *-----------------------------------------------------------*
      * RELEASE-FLAG-FILE - THE ONE-RECORD RELEASE FLAG (SEE      *
      * DGTREL) DGTEXPRT CHECKS BEFORE IT SHIPS.                   *
      *-----------------------------------------------------------*
       FD  RELEASE-FLAG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTREL.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-CPARM-STATUS         PIC X(02) VALUE '00'.
           88  WS-CPARM-OK         VALUE '00'.
       77  WS-RUNSTAT-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNSTAT-OK       VALUE '00'.
       77  WS-RUNLOCK-STATUS       PIC X(02) VALUE '00'.
           88  WS-RUNLOCK-OK       VALUE '00' '05'.
       77  WS-MANIFEST-STATUS      PIC X(02) VALUE '00'.
           88  WS-MANIFEST-OK      VALUE '00'.
       77  WS-VRPT-STATUS          PIC X(02) VALUE '00'.
           88  WS-VRPT-OK          VALUE '00'.
       77  WS-CRPT-STATUS          PIC X(02) VALUE '00'.
           88  WS-CRPT-OK          VALUE '00'.
       77  WS-FORECAST-STATUS      PIC X(02) VALUE '00'.
           88  WS-FORECAST-OK      VALUE '00' '05'.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-DRP-STATUS           PIC X(02) VALUE '00'.
           88  WS-DRP-OK           VALUE '00'.
       77  WS-CYRPT-STATUS         PIC X(02) VALUE '00'.
           88  WS-CYRPT-OK         VALUE '00'.
       77  WS-REL-STATUS           PIC X(02) VALUE '00'.
           88  WS-REL-OK           VALUE '00'.
       77  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       77  WS-RUN-DATE             PIC X(08).
       77  WS-RUN-TIME             PIC X(08).
       01  WS-TIME-RAW             PIC 9(08).
       77  WS-CYCLE-DATE           PIC X(08) VALUE SPACES.
      *         THE CYCLE RUNS FROM WS-CYCLE-DATE THROUGH THE DATE THE
      *         RUN ENDED, WHICH IS THE CYCLE DATE OR (FOR A RUN THAT
      *         WENT PAST MIDNIGHT) THE DAY AFTER IT.
       77  WS-CYCLE-END-DATE       PIC X(08) VALUE SPACES.
       77  WS-CYCLE-NEXT-DATE      PIC X(08) VALUE SPACES.
      *         DAYS IN EACH MONTH - FEBRUARY TAKES A 29TH IN A
      *         LEAP YEAR (SEE 2060-CHECK-REAL-DATE).
       01  WS-MONTH-DAYS-VALUES    PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
       01  WS-CHK-DATE             PIC X(08).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY         PIC 9(04).
           05  WS-CHK-MM           PIC 9(02).
           05  WS-CHK-DD           PIC 9(02).
       77  WS-CHK-MAX-DD           PIC 9(02).
       77  WS-CHK-QUOT             PIC 9(04).
       77  WS-CHK-REM-4            PIC 9(03).
       77  WS-CHK-REM-100          PIC 9(03).
       77  WS-CHK-REM-400          PIC 9(03).
       77  WS-DATE-OK-SW           PIC X(01).
           88  WS-DATE-OK          VALUE 'Y'.
       01  WS-RPT-MSG              PIC X(80).
      *-----------------------------------------------------------*
      * RUN STATUS, LOCK AND FORECAST AS FOUND.                    *
      *-----------------------------------------------------------*
       77  WS-RS-SW                PIC X(01) VALUE 'N'.
           88  WS-RS-FOUND         VALUE 'Y'.
       77  WS-RL-STATE             PIC X(08) VALUE 'NONE'.
       77  WS-DIVERT-CNT           PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
      * REPORT VERDICTS AS FOUND - 'WHOLE'/'FAILS' FOR VERRPT,    *
      * 'AGREE'/'DIVERGE' FOR COMPRPT, 'NONE' WHEN THE REPORT     *
      * CARRIED NO VERDICT LINE, 'MISSING' WHEN IT COULD NOT BE   *
      * READ.                                                      *
      *-----------------------------------------------------------*
       77  WS-VR-VERDICT           PIC X(08) VALUE 'MISSING'.
       77  WS-VR-DATE              PIC X(08) VALUE SPACES.
       77  WS-CR-VERDICT           PIC X(08) VALUE 'MISSING'.
       77  WS-CR-DATE              PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------*
      * QUEUE COUNTS AND REPOSITORY CONTROL FIELDS.                *
      *-----------------------------------------------------------*
       77  WS-RQ-SW                PIC X(01) VALUE 'N'.
           88  WS-RQ-READ          VALUE 'Y'.
       77  WS-CMP-CNT              PIC 9(09) VALUE ZERO.
       77  WS-FAIL-CNT             PIC 9(09) VALUE ZERO.
       77  WS-CANCEL-CNT           PIC 9(09) VALUE ZERO.
       77  WS-QUEUED-CNT           PIC 9(09) VALUE ZERO.
       77  WS-HELD-CNT             PIC 9(09) VALUE ZERO.
       77  WS-OPEN-RUN-CNT         PIC 9(09) VALUE ZERO.
       77  WS-DRP-SW               PIC X(01) VALUE 'N'.
           88  WS-DRP-READ         VALUE 'Y'.
       77  WS-HIWATER              PIC 9(09) VALUE ZERO.
       77  WS-HIWATER-DATE         PIC X(08) VALUE SPACES.
       77  WS-CERT-THRU            PIC 9(09) VALUE ZERO.
      *-----------------------------------------------------------*
      * MANIFEST TABLE - ONE ENTRY PER ROW, WITH THE VERIFIED AND *
      * COMPARED RESULT FOR EACH ('YES', 'NO', OR 'N/A' FOR A TAG *
      * DATASET, WHICH DGTEXPRT DOES NOT SHIP). ROWS PAST THE     *
      * TABLE ARE COUNTED AND HOLD THE CYCLE - THEY CANNOT BE     *
      * CHECKED.                                                   *
      *-----------------------------------------------------------*
       77  WS-MAN-CNT              PIC 9(03) BINARY VALUE ZERO.
       77  WS-MAN-IX               PIC 9(03) BINARY.
       77  WS-MAN-OVER-CNT         PIC 9(05) VALUE ZERO.
       77  WS-MAN-CYC-CNT          PIC 9(03) BINARY VALUE ZERO.
       01  WS-MAN-TABLE.
           03  WS-MAN-ENTRY OCCURS 100 TIMES.
               05  WS-MAN-DATE         PIC X(08).
               05  WS-MAN-TAG          PIC X(08).
               05  WS-MAN-REQ          PIC 9(06).
               05  WS-MAN-N            PIC 9(05).
               05  WS-MAN-DIGITS       PIC 9(09).
               05  WS-MAN-CHECKSUM     PIC 9(05).
               05  WS-MAN-VERIFIED     PIC X(03).
               05  WS-MAN-COMPARED     PIC X(03).
      *-----------------------------------------------------------*
      * VERRPT CLEAN-GROUP TABLE AND COMPRPT GROUP TABLE. EACH    *
      * LINE TIES TO AT MOST ONE MANIFEST ROW.                     *
      *-----------------------------------------------------------*
       77  WS-VRG-CNT              PIC 9(03) BINARY VALUE ZERO.
       77  WS-VRG-IX               PIC 9(03) BINARY.
       77  WS-VRG-HIT              PIC 9(03) BINARY.
       01  WS-VRG-TABLE.
           03  WS-VRG-ENTRY OCCURS 100 TIMES.
               05  WS-VRG-DIGITS       PIC 9(09).
               05  WS-VRG-CHECKSUM     PIC 9(05).
               05  WS-VRG-USED-SW      PIC X(01).
                   88  WS-VRG-USED     VALUE 'Y'.
       77  WS-CRG-CNT              PIC 9(03) BINARY VALUE ZERO.
       77  WS-CRG-IX               PIC 9(03) BINARY.
       77  WS-CRG-HIT              PIC 9(03) BINARY.
       01  WS-CRG-TABLE.
           03  WS-CRG-ENTRY OCCURS 100 TIMES.
               05  WS-CRG-REQ          PIC 9(06).
               05  WS-CRG-DIFFS        PIC 9(09).
               05  WS-CRG-USED-SW      PIC X(01).
                   88  WS-CRG-USED     VALUE 'Y'.
      *-----------------------------------------------------------*
      * RELEASED-STREAM IDENTITY - THE DIGITS.DAT GROUPS ON THE   *
      * MANIFEST, THEIR DIGITS AND THEIR SUM-MOD-99991 CHECKSUM.  *
      *-----------------------------------------------------------*
       77  WS-REL-GRP-CNT          PIC 9(03) VALUE ZERO.
       77  WS-REL-DIGIT-CNT        PIC 9(09) VALUE ZERO.
       77  WS-REL-CHECKSUM         PIC 9(06) VALUE ZERO.
      *-----------------------------------------------------------*
      * HOLD REASONS - THE FIRST 12 ARE LISTED ON THE REPORT, ALL *
      * ARE COUNTED. THE FIRST REASON'S CODE GOES ON THE FLAG.    *
      *   H1 RUN STATUS MISSING, OR ENDED BEFORE THE CYCLE DATE   *
      *      OR LATER THAN THE DAY AFTER IT                       *
      *   H2 RUN ENDED FAIL OR ON AN ERROR CODE                   *
      *   H3 RUN LOCK STILL ACTIVE                                *
      *   H4 NO DIGITS GROUP MANIFESTED FOR THE CYCLE             *
      *   H5 VERRPT MISSING, STALE OR NOT WHOLE                   *
      *   H6 A MANIFESTED GROUP NOT VERIFIED CLEAN                *
      *   H7 COMPRPT MISSING, STALE OR DIVERGING                  *
      *   H8 A MANIFESTED GROUP NOT COMPARED CLEAN                *
      *   H9 QUEUE ENTRY LEFT RUNNING OR CANCEL-PENDING           *
      *-----------------------------------------------------------*
       77  WS-HOLD-CNT             PIC 9(03) VALUE ZERO.
       77  WS-HOLD-IX              PIC 9(03) BINARY.
       77  WS-HOLD-CODE            PIC X(02) VALUE SPACES.
       77  WS-FIRST-HOLD-CODE      PIC X(02) VALUE SPACES.
       01  WS-HOLD-MSG             PIC X(70).
       01  WS-HOLD-TABLE.
           03  WS-HOLD-ENTRY OCCURS 12 TIMES.
               05  WS-HOLD-LINE        PIC X(80).
      *-----------------------------------------------------------*
      * REPORT LINE SHAPES.                                        *
      *-----------------------------------------------------------*
       77  WS-MAN-LIST-MAX         PIC 9(03) BINARY VALUE 25.
       77  WS-CNT-DSP              PIC 9(03) VALUE ZERO.
       01  WS-MAN-HEAD.
           05  FILLER              PIC X(10) VALUE 'TAG'.
           05  FILLER              PIC X(08) VALUE 'REQ-ID'.
           05  FILLER              PIC X(07) VALUE '    N'.
           05  FILLER              PIC X(11) VALUE '   DIGITS'.
           05  FILLER              PIC X(07) VALUE 'CHECK'.
           05  FILLER              PIC X(10) VALUE 'VERIFIED'.
           05  FILLER              PIC X(10) VALUE 'COMPARED'.
           05  FILLER              PIC X(17) VALUE SPACES.
       01  WS-MAN-LINE.
           05  WM-TAG              PIC X(08).
           05  FILLER              PIC X(02).
           05  WM-REQ              PIC 9(06).
           05  FILLER              PIC X(02).
           05  WM-N                PIC Z(04)9.
           05  FILLER              PIC X(02).
           05  WM-DIGITS           PIC Z(08)9.
           05  FILLER              PIC X(02).
           05  WM-CHECKSUM         PIC 9(05).
           05  FILLER              PIC X(02).
           05  WM-VERIFIED         PIC X(08).
           05  FILLER              PIC X(02).
           05  WM-COMPARED         PIC X(08).
           05  FILLER              PIC X(02).
           05  WM-DATE-NOTE        PIC X(16).
           05  FILLER              PIC X(01).
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
           PERFORM 2000-READ-RUN-STATUS THRU 2000-EXIT
           PERFORM 2100-READ-RUN-LOCK THRU 2100-EXIT
           PERFORM 2200-LOAD-MANIFEST THRU 2200-EXIT
           PERFORM 2300-LOAD-VERIFY-REPORT THRU 2300-EXIT
           PERFORM 2400-LOAD-COMPARE-REPORT THRU 2400-EXIT
           PERFORM 2500-READ-FORECAST THRU 2500-EXIT
           PERFORM 2600-COUNT-QUEUE THRU 2600-EXIT
           PERFORM 2700-READ-REPO-CONTROL THRU 2700-EXIT
           PERFORM 3000-CHECK-GROUPS THRU 3000-EXIT
           PERFORM 4000-WRITE-CONTROL-REPORT THRU 4000-EXIT
           PERFORM 4500-TERMINATE THRU 4500-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE RELEASE FLAG FIRST, SO A STEP  *
      * THAT ENDS BEFORE ITS VERDICT LEAVES THE FLAG EMPTY (WHICH *
      * DGTEXPRT REFUSES) RATHER THAN LAST NIGHT'S RELEASE. THEN  *
      * OPEN THE REPORT AND PICK UP THE OPTIONAL CYCLE DATE.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW TO WS-RUN-TIME
           OPEN OUTPUT RELEASE-FLAG-FILE
           IF NOT WS-REL-OK
               DISPLAY 'DGTCYCLE-E1 UNABLE TO OPEN RELFLAG - STATUS '
                   WS-REL-STATUS ' - CYCLE NOT SIGNED OFF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CYRPT-FILE
           IF NOT WS-CYRPT-OK
               DISPLAY 'DGTCYCLE-E2 UNABLE TO OPEN CYCLRPT - STATUS '
                   WS-CYRPT-STATUS ' - CYCLE NOT SIGNED OFF'
               CLOSE RELEASE-FLAG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CPARM-FILE
           IF WS-CPARM-OK
               READ CPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CP-CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE CPARM-FILE
           END-IF
           IF WS-CYCLE-DATE NOT = SPACES
               AND WS-CYCLE-DATE IS NOT NUMERIC
               DISPLAY 'DGTCYCLE-E3 CYCLPARM DATE MUST BE YYYYMMDD '
                   'OR BLANK - FOUND ' WS-CYCLE-DATE
               CLOSE CYRPT-FILE
               CLOSE RELEASE-FLAG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-RUN-STATUS - PICK UP DIGITOFE'S RUN STATUS. ITS *
      * DATE IS THE CYCLE DATE UNLESS THE CYCLPARM CARD NAMED     *
      * ONE. A RUN THAT ENDED ON THE CYCLE DATE OR THE DAY AFTER  *
      * IS THE CYCLE'S RUN, AND THE CYCLE RUNS THROUGH THE DATE   *
      * IT ENDED. A WARNED RUN (Wn CODE, OR '00' WITH A WARNING   *
      * RETURN CODE) STILL RELEASES; A FAILED RUN, AN En CODE OR  *
      * A RUN BLOCKED BY THE LOCK (B1) HOLDS.                      *
      *-----------------------------------------------------------*
       2000-READ-RUN-STATUS.
           OPEN INPUT RUNSTAT-FILE
           IF WS-RUNSTAT-OK
               READ RUNSTAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-RS-FOUND TO TRUE
               END-READ
               CLOSE RUNSTAT-FILE
           END-IF
           IF NOT WS-RS-FOUND
               IF WS-CYCLE-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               END-IF
               MOVE WS-CYCLE-DATE TO WS-CYCLE-END-DATE
               MOVE 'H1' TO WS-HOLD-CODE
               MOVE 'RUNSTAT NOT AVAILABLE - NO RECORD OF THE RUN'
                   TO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-CYCLE-DATE = SPACES
               MOVE RS-DATE TO WS-CYCLE-DATE
           END-IF
           PERFORM 2050-FIND-NEXT-DAY THRU 2050-EXIT
           IF RS-DATE < WS-CYCLE-DATE
               OR RS-DATE > WS-CYCLE-NEXT-DATE
               MOVE WS-CYCLE-DATE TO WS-CYCLE-END-DATE
               MOVE 'H1' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'RUNSTAT IS FOR ' RS-DATE
                   ' - NOT THE CYCLE DATE OR THE DAY AFTER'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           ELSE
               MOVE RS-DATE TO WS-CYCLE-END-DATE
           END-IF
           IF RS-OUTCOME = 'FAIL'
               OR (RS-ERROR-CODE NOT = '00'
                   AND RS-ERROR-CODE(1:1) NOT = 'W')
               MOVE 'H2' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'RUN ENDED ' RS-OUTCOME ' WITH CODE '
                   RS-ERROR-CODE DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-FIND-NEXT-DAY - WS-CYCLE-NEXT-DATE IS THE DAY AFTER  *
      * THE CYCLE DATE, THE LATEST A RUN STARTED ON THE CYCLE     *
      * DATE CAN HAVE ENDED. A CYCLE DATE THAT IS NOT A REAL DAY  *
      * HAS NO DAY AFTER - IT IS LEFT AS ITS OWN NEXT DAY.         *
      *-----------------------------------------------------------*
       2050-FIND-NEXT-DAY.
           MOVE WS-CYCLE-DATE TO WS-CYCLE-NEXT-DATE
           MOVE WS-CYCLE-DATE TO WS-CHK-DATE
           PERFORM 2060-CHECK-REAL-DATE THRU 2060-EXIT
           IF NOT WS-DATE-OK
               GO TO 2050-EXIT
           END-IF
           IF WS-CHK-DD < WS-CHK-MAX-DD
               ADD 1 TO WS-CHK-DD
           ELSE
               MOVE 1 TO WS-CHK-DD
               IF WS-CHK-MM < 12
                   ADD 1 TO WS-CHK-MM
               ELSE
                   MOVE 1 TO WS-CHK-MM
                   ADD 1 TO WS-CHK-YYYY
               END-IF
           END-IF
           MOVE WS-CHK-DATE TO WS-CYCLE-NEXT-DATE
           .
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2060-CHECK-REAL-DATE - SETS WS-DATE-OK WHEN WS-CHK-DATE    *
      * IS A DAY THAT EXISTS - NUMERIC YYYYMMDD FROM 1601 ON,     *
      * MONTH 01-12, DAY NOT PAST THE MONTH'S END, AND 29         *
      * FEBRUARY ONLY IN A LEAP YEAR.                              *
      *-----------------------------------------------------------*
       2060-CHECK-REAL-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CHK-DATE IS NOT NUMERIC
               GO TO 2060-EXIT
           END-IF
           IF WS-CHK-DATE < '16010101'
               OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1
               GO TO 2060-EXIT
           END-IF
           MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-CHK-MAX-DD
           IF WS-CHK-MM = 2
               DIVIDE WS-CHK-YYYY BY 4 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-4
               DIVIDE WS-CHK-YYYY BY 100 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-100
               DIVIDE WS-CHK-YYYY BY 400 GIVING WS-CHK-QUOT
                   REMAINDER WS-CHK-REM-400
               IF WS-CHK-REM-4 = ZERO
                   AND (WS-CHK-REM-100 NOT = ZERO
                        OR WS-CHK-REM-400 = ZERO)
                   MOVE 29 TO WS-CHK-MAX-DD
               END-IF
           END-IF
           IF WS-CHK-DD > WS-CHK-MAX-DD
               GO TO 2060-EXIT
           END-IF
           SET WS-DATE-OK TO TRUE
           .
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-READ-RUN-LOCK - A LOCK STILL ACTIVE MEANS A RUN IS   *
      * IN FLIGHT OR ABENDED - EITHER WAY THE OUTPUTS ARE NOT     *
      * FINAL. AN ABSENT LOCK DATASET HOLDS NOTHING.               *
      *-----------------------------------------------------------*
       2100-READ-RUN-LOCK.
           OPEN INPUT RUNLOCK-FILE
           IF NOT WS-RUNLOCK-OK
               MOVE 'UNREAD' TO WS-RL-STATE
               DISPLAY 'DGTCYCLE-W1 RUNLOCK NOT AVAILABLE - STATUS '
                   WS-RUNLOCK-STATUS ' - LOCK STATE NOT CHECKED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           READ RUNLOCK-FILE
               AT END
                   MOVE 'NONE' TO WS-RL-STATE
               NOT AT END
                   MOVE RL-STATUS TO WS-RL-STATE
           END-READ
           CLOSE RUNLOCK-FILE
           IF WS-RL-STATE = 'ACTIVE'
               MOVE 'H3' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'RUN LOCK ACTIVE - HELD BY ' RL-JOB
                   ' SINCE ' RL-DATE ' ' RL-TIME
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-LOAD-MANIFEST - LOAD EVERY MANIFEST ROW. DIGITOFE    *
      * ONLY REWRITES THE MANIFEST WHEN IT CUTS A GROUP, SO A RUN *
      * THAT PRODUCED NOTHING LEAVES AN OLDER ONE BEHIND - THE    *
      * CYCLE NEEDS AT LEAST ONE DIGITS ROW DATED FROM THE CYCLE  *
      * DATE THROUGH THE DATE THE RUN ENDED.                       *
      *-----------------------------------------------------------*
       2200-LOAD-MANIFEST.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-OK
               PERFORM 2210-LOAD-MANIFEST-ROW THRU 2210-EXIT
                   UNTIL WS-EOF
               CLOSE MANIFEST-FILE
           END-IF
           IF WS-MAN-CYC-CNT = ZERO
               MOVE 'H4' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'NO DIGITS GROUP MANIFESTED FOR CYCLE '
                   WS-CYCLE-DATE DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           IF WS-MAN-OVER-CNT > ZERO
               MOVE 'H4' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING WS-MAN-OVER-CNT ' MANIFEST ROW(S) PAST THE '
                   '100-ROW TABLE NOT CHECKED' DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2210-LOAD-MANIFEST-ROW.
           READ MANIFEST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF WS-MAN-CNT = 100
               ADD 1 TO WS-MAN-OVER-CNT
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-MAN-CNT
           MOVE MAN-RUN-DATE TO WS-MAN-DATE(WS-MAN-CNT)
           MOVE MAN-TAG TO WS-MAN-TAG(WS-MAN-CNT)
           IF MAN-REQUEST-ID IS NUMERIC
               MOVE MAN-REQUEST-ID TO WS-MAN-REQ(WS-MAN-CNT)
           ELSE
               MOVE ZERO TO WS-MAN-REQ(WS-MAN-CNT)
           END-IF
           IF MAN-N IS NUMERIC
               MOVE MAN-N TO WS-MAN-N(WS-MAN-CNT)
           ELSE
               MOVE ZERO TO WS-MAN-N(WS-MAN-CNT)
           END-IF
           IF MAN-DIGIT-CNT IS NUMERIC
               MOVE MAN-DIGIT-CNT TO WS-MAN-DIGITS(WS-MAN-CNT)
           ELSE
               MOVE ZERO TO WS-MAN-DIGITS(WS-MAN-CNT)
           END-IF
           IF MAN-CHECKSUM IS NUMERIC
               MOVE MAN-CHECKSUM TO WS-MAN-CHECKSUM(WS-MAN-CNT)
           ELSE
               MOVE ZERO TO WS-MAN-CHECKSUM(WS-MAN-CNT)
           END-IF
           MOVE 'N/A' TO WS-MAN-VERIFIED(WS-MAN-CNT)
           MOVE 'N/A' TO WS-MAN-COMPARED(WS-MAN-CNT)
           IF MAN-TAG = 'DIGITS'
               AND MAN-RUN-DATE NOT < WS-CYCLE-DATE
               AND MAN-RUN-DATE NOT > WS-CYCLE-END-DATE
               ADD 1 TO WS-MAN-CYC-CNT
           END-IF
           .
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-LOAD-VERIFY-REPORT - FILE EVERY CLEAN GROUP LINE OF  *
      * THE DGTVERIF REPORT AND ITS VERDICT. A REPORT DATED       *
      * BEFORE THE CYCLE WAS RUN AGAINST ANOTHER NIGHT'S STREAM.  *
      *-----------------------------------------------------------*
       2300-LOAD-VERIFY-REPORT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT VRPT-FILE
           IF NOT WS-VRPT-OK
               MOVE 'H5' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'VERRPT NOT AVAILABLE - STATUS '
                   WS-VRPT-STATUS ' - STREAM NOT VERIFIED'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE 'NONE' TO WS-VR-VERDICT
           PERFORM 2310-READ-VERIFY-LINE THRU 2310-EXIT
               UNTIL WS-EOF
           CLOSE VRPT-FILE
           IF WS-VR-DATE = SPACES OR WS-VR-DATE < WS-CYCLE-DATE
               MOVE 'H5' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'VERRPT DATED ' WS-VR-DATE
                   ' - NOT A REPORT ON THIS CYCLE'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           IF WS-VR-VERDICT NOT = 'WHOLE'
               MOVE 'H5' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'VERRPT VERDICT IS ' DELIMITED BY SIZE
                   WS-VR-VERDICT DELIMITED BY SPACE
                   ' - FILE NOT VERIFIED WHOLE' DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2310-READ-VERIFY-LINE.
           READ VRPT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ
           EVALUATE TRUE
               WHEN VT-TITLE = 'DGTVERIF INTEGRITY REPORT DATE='
                   MOVE VT-DATE TO WS-VR-DATE
               WHEN VR-LINE = 'VERDICT - FILE IS WHOLE'
                   MOVE 'WHOLE' TO WS-VR-VERDICT
               WHEN VR-LINE(1:10) = 'VERDICT - '
                   MOVE 'FAILS' TO WS-VR-VERDICT
               WHEN VG-GROUP-LBL = 'GROUP'
                   AND VG-STATUS = 'CLEAN'
                   AND VG-DIGITS-LBL = 'DIGITS='
                   AND VG-CHECKSUM-LBL = 'CHECKSUM='
                   AND VG-DIGIT-CNT IS NUMERIC
                   AND VG-CHECKSUM IS NUMERIC
                   AND WS-VRG-CNT < 100
                   ADD 1 TO WS-VRG-CNT
                   MOVE VG-DIGIT-CNT TO WS-VRG-DIGITS(WS-VRG-CNT)
                   MOVE VG-CHECKSUM TO WS-VRG-CHECKSUM(WS-VRG-CNT)
                   MOVE 'N' TO WS-VRG-USED-SW(WS-VRG-CNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-LOAD-COMPARE-REPORT - FILE EVERY GROUP LINE OF THE   *
      * DGTDCOMP REPORT (REQUEST ID AND DIFFERING POSITIONS) AND  *
      * ITS VERDICT, WITH THE SAME DATE TEST AS VERRPT.            *
      *-----------------------------------------------------------*
       2400-LOAD-COMPARE-REPORT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CRPT-FILE
           IF NOT WS-CRPT-OK
               MOVE 'H7' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'COMPRPT NOT AVAILABLE - STATUS '
                   WS-CRPT-STATUS ' - STREAM NOT COMPARED'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
               GO TO 2400-EXIT
           END-IF
           MOVE 'NONE' TO WS-CR-VERDICT
           PERFORM 2410-READ-COMPARE-LINE THRU 2410-EXIT
               UNTIL WS-EOF
           CLOSE CRPT-FILE
           IF WS-CR-DATE = SPACES OR WS-CR-DATE < WS-CYCLE-DATE
               MOVE 'H7' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'COMPRPT DATED ' WS-CR-DATE
                   ' - NOT A REPORT ON THIS CYCLE'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           IF WS-CR-VERDICT NOT = 'AGREE'
               MOVE 'H7' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'COMPRPT VERDICT IS ' DELIMITED BY SIZE
                   WS-CR-VERDICT DELIMITED BY SPACE
                   ' - STREAMS NOT SHOWN TO AGREE' DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

       2410-READ-COMPARE-LINE.
           READ CRPT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ
           EVALUATE TRUE
               WHEN CT-TITLE = 'DGTDCOMP DIVERGENCE REPORT DATE='
                   MOVE CT-DATE TO WS-CR-DATE
               WHEN CR-LINE = 'VERDICT - STREAMS AGREE TO FULL DEPTH'
                   MOVE 'AGREE' TO WS-CR-VERDICT
               WHEN CR-LINE(1:10) = 'VERDICT - '
               WHEN CR-LINE(1:15) = 'NO GROUPS FOUND'
                   MOVE 'DIVERGE' TO WS-CR-VERDICT
               WHEN CG-GROUP-LBL = 'GROUP'
                   AND CG-REQ-LBL = 'REQ='
                   AND CG-DIFF-LBL = 'DIFFS='
                   AND CG-REQ-ID IS NUMERIC
                   AND CG-DIFF-CNT IS NUMERIC
                   AND WS-CRG-CNT < 100
                   ADD 1 TO WS-CRG-CNT
                   MOVE CG-REQ-ID TO WS-CRG-REQ(WS-CRG-CNT)
                   MOVE CG-DIFF-CNT TO WS-CRG-DIFFS(WS-CRG-CNT)
                   MOVE 'N' TO WS-CRG-USED-SW(WS-CRG-CNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-READ-FORECAST - A FORECAST RECORD DATED FOR THE      *
      * CYCLE WITH A DIVERT DECISION MEANS THE WINDOW GATE PUT A  *
      * CLAIMED REQUEST BACK TO QUEUED TONIGHT.                    *
      *-----------------------------------------------------------*
       2500-READ-FORECAST.
           OPEN INPUT FORECAST-FILE
           IF NOT WS-FORECAST-OK
               GO TO 2500-EXIT
           END-IF
           READ FORECAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FC-DATE NOT < WS-CYCLE-DATE
                       AND FC-DATE NOT > WS-CYCLE-END-DATE
                       AND FC-DECISION = 'DIVERT'
                       ADD 1 TO WS-DIVERT-CNT
                   END-IF
           END-READ
           CLOSE FORECAST-FILE
           .
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-COUNT-QUEUE - WALK THE QUEUE ONCE. ENTRIES CLOSED ON *
      * THE CYCLE DATE COUNT AS THE NIGHT'S COMPLETIONS, FAILURES *
      * AND CANCELLATIONS; QUEUED AND HELD ENTRIES ARE THE DEPTH  *
      * LEFT FOR TOMORROW. AN ENTRY STILL RUNNING OR CANCEL-      *
      * PENDING AFTER THE RUN HAS ENDED WAS STRANDED BY IT.        *
      *-----------------------------------------------------------*
       2600-COUNT-QUEUE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REQUEST-QUEUE-FILE
           IF NOT WS-RQ-OK
               DISPLAY 'DGTCYCLE-W2 REQQUEUE NOT AVAILABLE - STATUS '
                   WS-RQ-STATUS ' - QUEUE COUNTS NOT TAKEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2600-EXIT
           END-IF
           SET WS-RQ-READ TO TRUE
           PERFORM 2610-COUNT-QUEUE-ENTRY THRU 2610-EXIT
               UNTIL WS-EOF
           CLOSE REQUEST-QUEUE-FILE
           IF WS-OPEN-RUN-CNT > ZERO
               AND WS-RL-STATE NOT = 'ACTIVE'
               MOVE 'H9' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING WS-OPEN-RUN-CNT ' QUEUE ENTRY(S) LEFT '
                   'RUNNING OR CANCEL-PENDING' DELIMITED BY SIZE
                   INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.

       2610-COUNT-QUEUE-ENTRY.
           READ REQUEST-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ
           EVALUATE TRUE
               WHEN RQ-QUEUED
                   ADD 1 TO WS-QUEUED-CNT
               WHEN RQ-HELD
                   ADD 1 TO WS-HELD-CNT
               WHEN RQ-RUNNING
               WHEN RQ-CANCEL-REQUESTED
                   ADD 1 TO WS-OPEN-RUN-CNT
               WHEN RQ-COMPL-DATE < WS-CYCLE-DATE
               WHEN RQ-COMPL-DATE > WS-CYCLE-END-DATE
                   CONTINUE
               WHEN RQ-COMPLETE
                   ADD 1 TO WS-CMP-CNT
               WHEN RQ-FAILED
                   ADD 1 TO WS-FAIL-CNT
               WHEN RQ-CANCELLED
                   ADD 1 TO WS-CANCEL-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-READ-REPO-CONTROL - PICK UP THE REPOSITORY HIGH-     *
      * WATER MARK AND CERTIFIED-THROUGH MARK FOR THE REPORT.     *
      *-----------------------------------------------------------*
       2700-READ-REPO-CONTROL.
           OPEN INPUT DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTCYCLE-W3 DIGREPO NOT AVAILABLE - STATUS '
                   WS-DRP-STATUS ' - HIGH-WATER MARK NOT REPORTED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2700-EXIT
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DR-HIWATER IS NUMERIC
                       SET WS-DRP-READ TO TRUE
                       MOVE DR-HIWATER TO WS-HIWATER
                       MOVE DR-HIWATER-DATE TO WS-HIWATER-DATE
                   END-IF
                   IF DR-CERT-THRU IS NUMERIC
                       MOVE DR-CERT-THRU TO WS-CERT-THRU
                   END-IF
           END-READ
           CLOSE DIGIT-REPO-FILE
           .
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-GROUPS - TIE EVERY DIGITS.DAT MANIFEST ROW TO  *
      * A CLEAN VERRPT GROUP WITH THE SAME DIGIT COUNT AND        *
      * CHECKSUM, AND TO THE COMPRPT GROUP FOR ITS REQUEST ID     *
      * WITH NO DIFFERING POSITIONS, AND ADD IT INTO THE IDENTITY *
      * OF THE STREAM BEING RELEASED.                              *
      *-----------------------------------------------------------*
       3000-CHECK-GROUPS.
           PERFORM 3100-CHECK-ONE-GROUP THRU 3100-EXIT
               VARYING WS-MAN-IX FROM 1 BY 1
               UNTIL WS-MAN-IX > WS-MAN-CNT
           .
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-GROUP.
           IF WS-MAN-TAG(WS-MAN-IX) NOT = 'DIGITS'
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-REL-GRP-CNT
           ADD WS-MAN-DIGITS(WS-MAN-IX) TO WS-REL-DIGIT-CNT
           ADD WS-MAN-CHECKSUM(WS-MAN-IX) TO WS-REL-CHECKSUM
           IF WS-REL-CHECKSUM > 99990
               SUBTRACT 99991 FROM WS-REL-CHECKSUM
           END-IF
           MOVE ZERO TO WS-VRG-HIT
           PERFORM 3110-MATCH-VERIFY-LINE THRU 3110-EXIT
               VARYING WS-VRG-IX FROM 1 BY 1
               UNTIL WS-VRG-IX > WS-VRG-CNT OR WS-VRG-HIT > ZERO
           IF WS-VRG-HIT > ZERO
               MOVE 'Y' TO WS-VRG-USED-SW(WS-VRG-HIT)
               MOVE 'YES' TO WS-MAN-VERIFIED(WS-MAN-IX)
           ELSE
               MOVE 'NO' TO WS-MAN-VERIFIED(WS-MAN-IX)
               MOVE 'H6' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'GROUP REQ=' WS-MAN-REQ(WS-MAN-IX)
                   ' NOT VERIFIED CLEAN ON VERRPT'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           MOVE ZERO TO WS-CRG-HIT
           PERFORM 3120-MATCH-COMPARE-LINE THRU 3120-EXIT
               VARYING WS-CRG-IX FROM 1 BY 1
               UNTIL WS-CRG-IX > WS-CRG-CNT OR WS-CRG-HIT > ZERO
           IF WS-CRG-HIT > ZERO
               MOVE 'Y' TO WS-CRG-USED-SW(WS-CRG-HIT)
           END-IF
           IF WS-CRG-HIT > ZERO
               AND WS-CRG-DIFFS(WS-CRG-HIT) = ZERO
               MOVE 'YES' TO WS-MAN-COMPARED(WS-MAN-IX)
           ELSE
               MOVE 'NO' TO WS-MAN-COMPARED(WS-MAN-IX)
               MOVE 'H8' TO WS-HOLD-CODE
               MOVE SPACES TO WS-HOLD-MSG
               STRING 'GROUP REQ=' WS-MAN-REQ(WS-MAN-IX)
                   ' NOT COMPARED CLEAN ON COMPRPT'
                   DELIMITED BY SIZE INTO WS-HOLD-MSG
               PERFORM 6000-ADD-HOLD-REASON THRU 6000-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

       3110-MATCH-VERIFY-LINE.
           IF NOT WS-VRG-USED(WS-VRG-IX)
               AND WS-VRG-DIGITS(WS-VRG-IX)
                   = WS-MAN-DIGITS(WS-MAN-IX)
               AND WS-VRG-CHECKSUM(WS-VRG-IX)
                   = WS-MAN-CHECKSUM(WS-MAN-IX)
               MOVE WS-VRG-IX TO WS-VRG-HIT
           END-IF
           .
       3110-EXIT.
           EXIT.

       3120-MATCH-COMPARE-LINE.
           IF NOT WS-CRG-USED(WS-CRG-IX)
               AND WS-CRG-REQ(WS-CRG-IX) = WS-MAN-REQ(WS-MAN-IX)
               MOVE WS-CRG-IX TO WS-CRG-HIT
           END-IF
           .
       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-WRITE-CONTROL-REPORT - THE ONE-PAGE CONTROL REPORT - *
      * RUN, LOCK, THE TWO CHECKING REPORTS, THE MANIFESTED       *
      * GROUPS (THE FIRST 25 LISTED), THE QUEUE AND REPOSITORY    *
      * FIGURES, THE HOLD REASONS AND THE VERDICT.                 *
      *-----------------------------------------------------------*
       4000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO WS-RPT-MSG
           STRING 'DGTCYCLE CYCLE CONTROL REPORT CYCLE='
               WS-CYCLE-DATE ' RUN=' WS-RUN-DATE ' ' WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           IF WS-RS-FOUND
               STRING 'RUN      OUTCOME=' RS-OUTCOME ' CODE='
                   RS-ERROR-CODE ' JOB=' RS-JOB ' ENDED=' RS-DATE
                   ' ' RS-TIME ' QUEUE=' RS-QUEUE-SW
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               MOVE 'RUN      OUTCOME=MISSING - NO RUNSTAT RECORD'
                   TO WS-RPT-MSG
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           IF WS-RL-STATE = 'ACTIVE' OR WS-RL-STATE = 'ENDED'
               STRING 'LOCK     STATE=' WS-RL-STATE ' JOB=' RL-JOB
                   ' AT ' RL-DATE ' ' RL-TIME
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               STRING 'LOCK     STATE=' WS-RL-STATE
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           MOVE WS-VRG-CNT TO WS-CNT-DSP
           STRING 'VERRPT   VERDICT=' WS-VR-VERDICT ' DATED='
               WS-VR-DATE ' CLEAN GROUPS=' WS-CNT-DSP
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           MOVE WS-CRG-CNT TO WS-CNT-DSP
           STRING 'COMPRPT  VERDICT=' WS-CR-VERDICT ' DATED='
               WS-CR-DATE ' GROUPS=' WS-CNT-DSP
               DELIMITED BY SIZE INTO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE SPACES TO WS-SUM-LINE
           MOVE 'MANIFESTED GROUPS=' TO WB-LBL
           MOVE WS-MAN-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           MOVE WS-MAN-HEAD TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           PERFORM 4100-WRITE-MANIFEST-LINE THRU 4100-EXIT
               VARYING WS-MAN-IX FROM 1 BY 1
               UNTIL WS-MAN-IX > WS-MAN-CNT
                   OR WS-MAN-IX > WS-MAN-LIST-MAX
           IF WS-MAN-CNT > WS-MAN-LIST-MAX
               MOVE SPACES TO WS-SUM-LINE
               MOVE '  FURTHER ROWS CHECKED=' TO WB-LBL
               COMPUTE WB-COUNT = WS-MAN-CNT - WS-MAN-LIST-MAX
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           PERFORM 4200-WRITE-COUNTS THRU 4200-EXIT
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           PERFORM 4300-WRITE-HOLD-LINE THRU 4300-EXIT
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-CNT OR WS-HOLD-IX > 12
           IF WS-HOLD-CNT > 12
               MOVE SPACES TO WS-SUM-LINE
               MOVE '  FURTHER HOLD REASONS=' TO WB-LBL
               COMPUTE WB-COUNT = WS-HOLD-CNT - 12
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           IF WS-HOLD-CNT = ZERO
               MOVE 'VERDICT - RELEASE' TO WS-RPT-MSG
           ELSE
               MOVE 'VERDICT - HOLD' TO WS-RPT-MSG
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-MANIFEST-LINE.
           MOVE SPACES TO WS-MAN-LINE
           MOVE WS-MAN-TAG(WS-MAN-IX) TO WM-TAG
           MOVE WS-MAN-REQ(WS-MAN-IX) TO WM-REQ
           MOVE WS-MAN-N(WS-MAN-IX) TO WM-N
           MOVE WS-MAN-DIGITS(WS-MAN-IX) TO WM-DIGITS
           MOVE WS-MAN-CHECKSUM(WS-MAN-IX) TO WM-CHECKSUM
           MOVE WS-MAN-VERIFIED(WS-MAN-IX) TO WM-VERIFIED
           MOVE WS-MAN-COMPARED(WS-MAN-IX) TO WM-COMPARED
           IF WS-MAN-DATE(WS-MAN-IX) < WS-CYCLE-DATE
               OR WS-MAN-DATE(WS-MAN-IX) > WS-CYCLE-END-DATE
               STRING 'DATED ' WS-MAN-DATE(WS-MAN-IX)
                   DELIMITED BY SIZE INTO WM-DATE-NOTE
           END-IF
           MOVE WS-MAN-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-WRITE-COUNTS - THE NIGHT'S REQUEST OUTCOMES, THE     *
      * QUEUE DEPTH LEFT FOR TOMORROW AND THE REPOSITORY MARKS.   *
      *-----------------------------------------------------------*
       4200-WRITE-COUNTS.
           MOVE SPACES TO WS-SUM-LINE
           IF NOT WS-RQ-READ
               MOVE 'REQQUEUE NOT AVAILABLE - NO QUEUE COUNTS'
                   TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           ELSE
               MOVE 'REQUESTS COMPLETED=' TO WB-LBL
               MOVE WS-CMP-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'REQUESTS FAILED=' TO WB-LBL
               MOVE WS-FAIL-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'REQUESTS CANCELLED=' TO WB-LBL
               MOVE WS-CANCEL-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           MOVE 'REQUESTS DIVERTED=' TO WB-LBL
           MOVE WS-DIVERT-CNT TO WB-COUNT
           MOVE WS-SUM-LINE TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           IF WS-RQ-READ
               MOVE 'QUEUED FOR NEXT CYCLE=' TO WB-LBL
               MOVE WS-QUEUED-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'HELD=' TO WB-LBL
               MOVE WS-HELD-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
               MOVE 'LEFT RUNNING=' TO WB-LBL
               MOVE WS-OPEN-RUN-CNT TO WB-COUNT
               MOVE WS-SUM-LINE TO WS-RPT-MSG
               PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           END-IF
           MOVE SPACES TO WS-RPT-MSG
           IF WS-DRP-READ
               STRING 'DIGREPO  HIGH-WATER=' WS-HIWATER ' AS OF '
                   WS-HIWATER-DATE ' CERTIFIED THRU=' WS-CERT-THRU
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               MOVE 'DIGREPO  CONTROL RECORD NOT AVAILABLE'
                   TO WS-RPT-MSG
           END-IF
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       4200-EXIT.
           EXIT.

       4300-WRITE-HOLD-LINE.
           MOVE WS-HOLD-LINE(WS-HOLD-IX) TO WS-RPT-MSG
           PERFORM 5000-WRITE-REPORT-MSG THRU 5000-EXIT
           .
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-TERMINATE - WRITE THE RELEASE FLAG, CLOSE, AND SET   *
      * THE RETURN CODE - A HELD CYCLE ENDS RC=12 SO THE          *
      * SCHEDULER STOPS THE EXPORT AS WELL.                        *
      *-----------------------------------------------------------*
       4500-TERMINATE.
           MOVE SPACES TO RLS-RECORD
           IF WS-HOLD-CNT = ZERO
               SET RLS-RELEASE TO TRUE
           ELSE
               SET RLS-HOLD TO TRUE
           END-IF
           MOVE WS-CYCLE-DATE TO RLS-CYCLE-DATE
           MOVE WS-RUN-DATE TO RLS-DATE
           MOVE WS-RUN-TIME TO RLS-TIME
           MOVE WS-REL-GRP-CNT TO RLS-GRP-CNT
           MOVE WS-REL-DIGIT-CNT TO RLS-DIGIT-CNT
           MOVE WS-REL-CHECKSUM TO RLS-CHECKSUM
           MOVE WS-HOLD-CNT TO RLS-HOLD-CNT
           MOVE WS-FIRST-HOLD-CODE TO RLS-HOLD-CODE
           WRITE RLS-RECORD
           CLOSE RELEASE-FLAG-FILE
           CLOSE CYRPT-FILE
           IF WS-HOLD-CNT = ZERO
               DISPLAY 'DGTCYCLE COMPLETE - CYCLE ' WS-CYCLE-DATE
                   ' RELEASED - ' WS-REL-GRP-CNT ' GROUP(S), '
                   WS-REL-DIGIT-CNT ' DIGIT(S)'
           ELSE
               DISPLAY 'DGTCYCLE-E4 CYCLE ' WS-CYCLE-DATE
                   ' HELD - ' WS-HOLD-CNT ' REASON(S), FIRST '
                   WS-FIRST-HOLD-CODE
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-REPORT-MSG - WRITE ONE PREFORMATTED LINE TO    *
      * THE CONTROL REPORT.                                        *
      *-----------------------------------------------------------*
       5000-WRITE-REPORT-MSG.
           MOVE WS-RPT-MSG TO CY-LINE
           WRITE CY-LINE
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-ADD-HOLD-REASON - COUNT ONE HOLD REASON (CODE IN     *
      * WS-HOLD-CODE, TEXT IN WS-HOLD-MSG), KEEP THE FIRST CODE   *
      * FOR THE FLAG AND FILE THE LINE FOR THE REPORT.             *
      *-----------------------------------------------------------*
       6000-ADD-HOLD-REASON.
           ADD 1 TO WS-HOLD-CNT
           IF WS-FIRST-HOLD-CODE = SPACES
               MOVE WS-HOLD-CODE TO WS-FIRST-HOLD-CODE
           END-IF
           IF WS-HOLD-CNT > 12
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-LINE(WS-HOLD-CNT)
           STRING 'HOLD ' WS-HOLD-CODE ' ' WS-HOLD-MSG
               DELIMITED BY SIZE INTO WS-HOLD-LINE(WS-HOLD-CNT)
           .
       6000-EXIT.
           EXIT.

      ** add other procedures here
       END PROGRAM DGTCYCLE.
