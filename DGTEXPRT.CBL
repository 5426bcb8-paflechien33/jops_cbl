      *                    FIELD (COORDINATED WITH THE RECEIVING  *
      *                    PLATFORM), AND THE AUDITLOG MATCH IS   *
      *                    MADE PER GROUP ON ITS OWN DATE AND N.  *
      *   10/15/2026  JOB  THE HDR RECORD NOW ENDS WITH A FURTHER *
      *                    FIELD - THE REQUESTING SYSTEM'S        *
      *                    CORRELATION REFERENCE FOR THE GROUP'S  *
      *                    QUEUE ENTRY (RQ-CORR-REF, SET WHEN THE *
      *                    ENTRY CAME IN ON THE DGTINREQ FEED),   *
      *                    READ FROM REQQUEUE BY REQUEST ID. IT   *
      *                    IS BLANK FOR A TERMINAL OR SCHEDULED   *
      *                    ENTRY, A PURGED ENTRY OR A PARM-DRIVEN *
      *                    RUN, SO THE FIELD COUNT NEVER VARIES   *
      *                    (COORDINATED WITH THE RECEIVING        *
      *                    PLATFORM).                             *
      *   10/15/2026  JOB  EVERY GROUP SHIPPED IS NOW CHECKED     *
      *                    AGAINST THE DGTCERT CERTIFIED-THROUGH  *
      *                    MARK ON THE DIGREPO CONTROL RECORD     *
      *                    (1400-LOAD-CERT-MARK) - A GROUP        *
      *                    CARRYING DIGITS PAST THE MARK IS STILL *
      *                    EXPORTED BUT WARNED (W8), AND A        *
      *                    REPOSITORY THAT CANNOT BE READ COUNTS  *
      *                    NOTHING AS CERTIFIED (W9).             *
      *   10/15/2026  JOB  NOTHING IS SHIPPED UNLESS THE DGTCYCLE *
      *                    RELEASE FLAG (RELFLAG - SEE DGTREL)    *
      *                    SAYS RELEASE (1500-CHECK-RELEASE-FLAG) *
      *                    AND DESCRIBES THE STREAM IN HAND - ITS *
      *                    GROUP COUNT, DIGIT COUNT AND CHECKSUM  *
      *                    SUM MUST TIE TO THE SURVEY PASS        *
      *                    (3050). A MISSING OR EMPTY FLAG (E8),  *
      *                    A HELD CYCLE (E9) OR A FLAG FOR        *
      *                    ANOTHER STREAM (E10) ENDS THE STEP     *
      *                    RC=16 WITH NOTHING SENT.               *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT OPTIONAL SEL-FILE ASSIGN TO REQSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT OPTIONAL REQUEST-QUEUE-FILE ASSIGN TO REQQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS WS-RQ-STATUS.
           SELECT OPTIONAL DIGIT-REPO-FILE ASSIGN TO DIGREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-BLOCK-NO
               FILE STATUS IS WS-DRP-STATUS.
           SELECT RELEASE-FLAG-FILE ASSIGN TO RELFLAG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT EXPORT-FILE ASSIGN TO EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           05  SEL-REQUEST         PIC X(06).
           05  FILLER              PIC X(74).
      *-----------------------------------------------------------*
      * REQUEST-QUEUE-FILE - THE REQUEST QUEUE (SEE DGTMREQ), READ *
      * ONLY, BY THE GROUP'S REQUEST ID FOR ITS CORRELATION        *
      * REFERENCE.                                                 *
      *-----------------------------------------------------------*
       FD  REQUEST-QUEUE-FILE.
           COPY DGTMREQ.
      *-----------------------------------------------------------*
      * DIGIT-REPO-FILE - THE PERMANENT DIGIT MASTER (SEE         *
      * DGTMDIG), READ ONLY, FOR THE CERTIFIED-THROUGH MARK ON    *
      * ITS BLOCK-ZERO CONTROL RECORD.                             *
      *-----------------------------------------------------------*
       FD  DIGIT-REPO-FILE.
           COPY DGTMDIG.
      *-----------------------------------------------------------*
      * RELEASE-FLAG-FILE - THE DGTCYCLE SIGN-OFF FOR THE CYCLE   *
      * (SEE DGTREL), READ ONCE BEFORE ANYTHING IS SHIPPED.        *
      *-----------------------------------------------------------*
       FD  RELEASE-FLAG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           COPY DGTREL.
      *-----------------------------------------------------------*
      * EXPORT-FILE - THE PIPE-DELIMITED INTERCHANGE FEED - ONE   *
      * HDR RECORD, ONE DTL RECORD PER SOURCE DETAIL LINE, AND    *
      * ONE TRL RECORD WITH THE COUNTS THE RECEIVING LOADER       *
       77  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
           88  WS-AUDIT-OK         VALUE '00'.
       77  WS-EXPORT-STATUS        PIC X(02) VALUE '00'.
       77  WS-RQ-STATUS            PIC X(02) VALUE '00'.
           88  WS-RQ-OK            VALUE '00'.
       77  WS-RQ-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-RQ-OPEN          VALUE 'Y'.
       77  WS-DRP-STATUS           PIC X(02) VALUE '00'.
           88  WS-DRP-OK           VALUE '00'.
       77  WS-CERT-THRU            PIC 9(09) VALUE ZERO.
       77  WS-REL-STATUS           PIC X(02) VALUE '00'.
           88  WS-REL-OK           VALUE '00'.
       77  WS-REL-SW               PIC X(01) VALUE 'N'.
           88  WS-REL-FOUND        VALUE 'Y'.
       77  WS-REL-CYCLE-DATE       PIC X(08) VALUE SPACES.
       77  WS-REL-GRP-CNT          PIC 9(03) VALUE ZERO.
       77  WS-REL-DIGIT-CNT        PIC 9(09) VALUE ZERO.
       77  WS-REL-CHECKSUM         PIC 9(05) VALUE ZERO.
       77  WS-TIE-DIGIT-CNT        PIC 9(09) BINARY VALUE ZERO.
       77  WS-TIE-CHECKSUM         PIC 9(06) BINARY VALUE ZERO.
       77  WS-GRP-DSP              PIC 9(03) VALUE ZERO.
       77  WS-DIGITS-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-DIGITS-EOF       VALUE 'Y'.
       77  WS-AUD-EOF-SW           PIC X(01) VALUE 'N'.
       77  WS-RUN-DTL-CNT          PIC 9(09) BINARY VALUE ZERO.
       77  WS-RUN-DIGIT-CNT        PIC 9(09) BINARY VALUE ZERO.
       77  WS-REQ-DSP              PIC 9(06) VALUE ZERO.
       77  WS-CORR-REF             PIC X(16) VALUE SPACES.
      *-----------------------------------------------------------*
      * PER-GROUP SURVEY TABLE - THE HDR RECORD MUST LEAD EACH    *
      * GROUP'S SET YET CARRIES THAT GROUP'S TOTAL DIGIT COUNT    *
           END-IF
           SET WS-HDR-IN-HAND TO TRUE
           PERFORM 1300-LOAD-SELECTOR THRU 1300-EXIT
           PERFORM 1500-CHECK-RELEASE-FLAG THRU 1500-EXIT
           OPEN INPUT REQUEST-QUEUE-FILE
           IF WS-RQ-OK
               SET WS-RQ-OPEN TO TRUE
           ELSE
               DISPLAY 'DGTEXPRT-W7 REQQUEUE NOT AVAILABLE - STATUS '
                   WS-RQ-STATUS ' - CORRELATION REFERENCES SENT '
                   'BLANK'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 1400-LOAD-CERT-MARK THRU 1400-EXIT
           OPEN OUTPUT EXPORT-FILE
           .
       1000-EXIT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-CERT-MARK - PICK UP THE POSITION THROUGH WHICH  *
      * DGTCERT HAS CERTIFIED THE STORED DIGITS. WHEN THE         *
      * REPOSITORY OR ITS CONTROL RECORD CANNOT BE READ NOTHING   *
      * COUNTS AS CERTIFIED.                                       *
      *-----------------------------------------------------------*
       1400-LOAD-CERT-MARK.
           OPEN INPUT DIGIT-REPO-FILE
           IF NOT WS-DRP-OK
               DISPLAY 'DGTEXPRT-W9 DIGREPO NOT AVAILABLE - STATUS '
                   WS-DRP-STATUS ' - NO DIGITS COUNT AS CERTIFIED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1400-EXIT
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           READ DIGIT-REPO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DR-CERT-THRU IS NUMERIC
                       MOVE DR-CERT-THRU TO WS-CERT-THRU
                   END-IF
           END-READ
           CLOSE DIGIT-REPO-FILE
           .
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-CHECK-RELEASE-FLAG - THE CYCLE MUST HAVE BEEN SIGNED *
      * OFF BY DGTCYCLE. NO FLAG, AN EMPTY ONE (THE CONTROL STEP  *
      * ENDED EARLY) OR A HOLD STOPS THE EXPORT HERE, WHATEVER    *
      * THE EARLIER STEPS' RETURN CODES SAID. THE STREAM IDENTITY *
      * IS KEPT FOR THE TIE AFTER THE SURVEY PASS.                 *
      *-----------------------------------------------------------*
       1500-CHECK-RELEASE-FLAG.
           OPEN INPUT RELEASE-FLAG-FILE
           IF WS-REL-OK
               READ RELEASE-FLAG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-REL-FOUND TO TRUE
               END-READ
               CLOSE RELEASE-FLAG-FILE
           END-IF
           IF NOT WS-REL-FOUND
               DISPLAY 'DGTEXPRT-E8 NO RELFLAG RECORD - STATUS '
                   WS-REL-STATUS ' - CYCLE NOT SIGNED OFF BY '
                   'DGTCYCLE, NOTHING EXPORTED'
               CLOSE DIGITS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RLS-RELEASE
               DISPLAY 'DGTEXPRT-E9 CYCLE ' RLS-CYCLE-DATE
                   ' IS ON HOLD (' RLS-HOLD-CODE ', '
                   RLS-HOLD-CNT ' REASON(S)) - SEE CYCLRPT, '
                   'NOTHING EXPORTED'
               CLOSE DIGITS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RLS-CYCLE-DATE TO WS-REL-CYCLE-DATE
           IF RLS-GRP-CNT IS NUMERIC
               MOVE RLS-GRP-CNT TO WS-REL-GRP-CNT
           END-IF
           IF RLS-DIGIT-CNT IS NUMERIC
               MOVE RLS-DIGIT-CNT TO WS-REL-DIGIT-CNT
           END-IF
           IF RLS-CHECKSUM IS NUMERIC
               MOVE RLS-CHECKSUM TO WS-REL-CHECKSUM
           END-IF
           .
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-FIND-AUDIT-ENTRY - SCAN THE WHOLE AUDIT HISTORY FOR  *
      * THE ENTRY DESCRIBING THE GROUP IN HAND - THE LAST ENTRY   *
       3000-EXPORT-STREAM.
           PERFORM 3100-SURVEY-ONE-GROUP THRU 3100-EXIT
               UNTIL NOT WS-HDR-IN-HAND
           PERFORM 3050-TIE-TO-RELEASE-FLAG THRU 3050-EXIT
           CLOSE DIGITS-FILE
           OPEN INPUT DIGITS-FILE
           MOVE 'N' TO WS-DIGITS-EOF-SW
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-TIE-TO-RELEASE-FLAG - THE RELEASED CYCLE MUST BE THE *
      * STREAM IN HAND - SAME GROUP COUNT, SAME TOTAL DIGITS AND  *
      * THE SAME SUM-MOD-99991 OF THE GROUP CHECKSUMS - SO A FLAG *
      * LEFT FROM ANOTHER CYCLE CANNOT SHIP THIS ONE.              *
      *-----------------------------------------------------------*
       3050-TIE-TO-RELEASE-FLAG.
           PERFORM 3060-ADD-GROUP-TO-TIE THRU 3060-EXIT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-CNT
           MOVE ZERO TO WS-GRP-IX
           IF WS-GRP-CNT = WS-REL-GRP-CNT
               AND WS-TIE-DIGIT-CNT = WS-REL-DIGIT-CNT
               AND WS-TIE-CHECKSUM = WS-REL-CHECKSUM
               GO TO 3050-EXIT
           END-IF
           MOVE WS-TIE-DIGIT-CNT TO WS-CNT-DSP
           MOVE WS-TIE-CHECKSUM TO WS-CHK-DSP
           MOVE WS-GRP-CNT TO WS-GRP-DSP
           DISPLAY 'DGTEXPRT-E10 DIGITS DOES NOT MATCH THE STREAM '
               'RELEASED FOR CYCLE ' WS-REL-CYCLE-DATE
               ' - NOTHING EXPORTED'
           DISPLAY 'DGTEXPRT-E10 RELEASED ' WS-REL-GRP-CNT
               ' GROUP(S) ' WS-REL-DIGIT-CNT ' DIGITS CHECKSUM '
               WS-REL-CHECKSUM
           DISPLAY 'DGTEXPRT-E10 ON FILE  ' WS-GRP-DSP
               ' GROUP(S) ' WS-CNT-DSP ' DIGITS CHECKSUM '
               WS-CHK-DSP
           CLOSE DIGITS-FILE
           CLOSE EXPORT-FILE
           IF WS-RQ-OPEN
               CLOSE REQUEST-QUEUE-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       3050-EXIT.
           EXIT.

       3060-ADD-GROUP-TO-TIE.
           ADD WS-GRP-DIGITS(WS-GRP-IX) TO WS-TIE-DIGIT-CNT
           ADD WS-GRP-CHECKSUM(WS-GRP-IX) TO WS-TIE-CHECKSUM
           IF WS-TIE-CHECKSUM > 99990
               SUBTRACT 99991 FROM WS-TIE-CHECKSUM
           END-IF
           .
       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SURVEY-ONE-GROUP - FIRST PASS OVER ONE GROUP - FILE  *
      * ITS HEADER FIELDS, COUNT ITS DIGITS AND ROLL ITS CHECKSUM *
      *-----------------------------------------------------------*
      * 3200-WRITE-EXPORT-HEADER - THE TRANSMITTAL HDR LEADING    *
      * THE GROUP'S SET, BUILT FROM ITS SURVEY TABLE ROW AND THE  *
      * AUDITLOG MATCH ON ITS OWN RUN DATE AND N. THE LAST FIELD  *
      * IS THE QUEUE ENTRY'S CORRELATION REFERENCE, BLANK WHEN    *
      * THERE IS NONE.                                             *
      *-----------------------------------------------------------*
       3200-WRITE-EXPORT-HEADER.
           MOVE WS-GRP-DATE(WS-GRP-IX) TO WS-SRC-RUN-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-GRP-DIGITS(WS-GRP-IX) > WS-CERT-THRU
               DISPLAY 'DGTEXPRT-W8 GROUP REQ=' WS-REQ-DSP
                   ' SHIPS ' WS-GRP-DIGITS(WS-GRP-IX) ' DIGITS - '
                   'CERTIFIED ONLY THROUGH POSITION ' WS-CERT-THRU
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 2000-FIND-AUDIT-ENTRY THRU 2000-EXIT
           MOVE WS-GRP-DIGITS(WS-GRP-IX) TO WS-CNT-DSP
           MOVE WS-GRP-CHECKSUM(WS-GRP-IX) TO WS-CHK-DSP
           MOVE SPACES TO WS-CORR-REF
           IF WS-RQ-OPEN AND WS-GRP-REQ(WS-GRP-IX) > ZERO
               MOVE WS-GRP-REQ(WS-GRP-IX) TO RQ-REQUEST-ID
               READ REQUEST-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RQ-CORR-REF TO WS-CORR-REF
               END-READ
           END-IF
           MOVE SPACES TO WS-EXPORT-LINE
           STRING 'HDR|' WS-SRC-RUN-DATE '|' WS-SRC-CONST '|'
               WS-SRC-N '|' WS-CNT-DSP '|' WS-CHK-DSP '|'
               WS-AUD-JOB '|' WS-AUD-ELAPSED '|' WS-REQ-DSP '|'
               WS-CORR-REF
               DELIMITED BY SIZE INTO WS-EXPORT-LINE
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
       4000-TERMINATE.
           CLOSE DIGITS-FILE
           CLOSE EXPORT-FILE
           IF WS-RQ-OPEN
               CLOSE REQUEST-QUEUE-FILE
           END-IF
           IF WS-SEL-GRP-CNT = ZERO
               DISPLAY 'DGTEXPRT-W6 NO GROUP ON DIGITS MATCHES THE '
                   'REQSEL SELECTOR - EMPTY FEED PRODUCED'
