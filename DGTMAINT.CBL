      *                    SAME WAY THE DETAIL SCREEN READS THE       *
      *                    RESULTS FILE - NO MORE BATCH EXTRACT JOB   *
      *                    PER SPOT QUESTION.                         *
      *   10/15/2026  JOB  REQUESTER MASTER (REQUSER - SEE        *
      *                    DGTMUSR) AND ITS MAINTENANCE SCREEN    *
      *                    (DGTM5M, PF8 FROM THE STATUS LIST) -   *
      *                    KEY A REQUESTER ID AND ENTER TO SHOW   *
      *                    IT, PF4 TO ADD IT OR CHANGE THE KEYED  *
      *                    FIELDS (STATUS A/R, NAME, DEPARTMENT,  *
      *                    COST CENTER, MAXIMUM N, DAILY QUOTA).  *
      *                    2100-VALIDATE-AND-QUEUE NOW REJECTS A  *
      *                    REQUEST WHOSE REQUESTER IS NOT KEYED,  *
      *                    NOT ON FILE OR NOT ACTIVE, ASKS FOR    *
      *                    MORE THAN THE REQUESTER'S MAXIMUM N,   *
      *                    OR WOULD EXCEED THE REQUESTER'S DAILY  *
      *                    QUOTA; EACH REQUEST QUEUED COUNTS      *
      *                    AGAINST THE QUOTA ON THE MASTER. THE   *
      *                    ENTRY SCREEN NOW SHOWS THE             *
      *                    QUEUED/REJECTED MESSAGE INSTEAD OF     *
      *                    ALWAYS OVERLAYING IT WITH THE PROMPT.  *
      *   10/15/2026  JOB  A NEW QUEUE ENTRY IS WRITTEN WITH THE  *
      *                    CLAIM DATE AND TIME (NEW IN DGTMREQ)   *
      *                    BLANK - DIGITOFE POSTS THEM WHEN IT    *
      *                    CLAIMS THE ENTRY.                      *
      *   10/15/2026  JOB  STANDING REQUEST SCHEDULE SCREEN       *
      *                    (DGTM6M, PF9 FROM THE STATUS LIST -    *
      *                    SEE DGTMSCH) - KEY A SCHEDULE ID AND   *
      *                    ENTER TO SHOW IT, PF4 TO ADD IT OR     *
      *                    CHANGE THE KEYED FIELDS (CONSTANT, N,  *
      *                    PRIORITY, REQUESTER, FREQUENCY D/W/M/F *
      *                    AND DAY). SUSPENDING IS 'S' IN THE     *
      *                    STATUS FIELD AND PF4; 'A' RESUMES.     *
      *                    DGTSCHED GENERATES THE QUEUE ENTRIES.  *
      *                    STATUS-LIST PROMPT SHORTENED TO FIT    *
      *                    THE NEW KEY.                           *
      *   10/15/2026  JOB  DIGIT-SEQUENCE SEARCH SCREEN (DGTM7M,  *
      *                    PF10 FROM THE STATUS LIST) - KEY A     *
      *                    PATTERN OF UP TO 10 DIGITS AND A DEPTH *
      *                    (BLANK OR ABOVE 20000 IS 20000, AND    *
      *                    NEVER PAST THE HIGH-WATER MARK) AND    *
      *                    ENTER TO SEE THE FIRST POSITION IT     *
      *                    OCCURS AT, FOUND ACROSS BLOCK          *
      *                    BOUNDARIES. PF7 THEN OPENS THE DIGIT-  *
      *                    POSITION INQUIRY ON THE DIGITS AROUND  *
      *                    THE OCCURRENCE. DEEPER OR MULTI-       *
      *                    PATTERN SEARCHES ARE THE BATCH         *
      *                    DGTSRCH. STATUS-LIST PROMPT CARRIES    *
      *                    THE NEW KEY; THE COMMAREA NOW ALSO     *
      *                    CARRIES THE LAST POSITION FOUND.       *
      *   10/15/2026  JOB  A NEW QUEUE ENTRY NOW STARTS WITH THE  *
      *                    WHOLE OF BYTES 81-120 OF THE RECORD    *
      *                    BLANK - THE HIGHEST ENTRY READ FOR THE *
      *                    NEXT REQUEST ID NO LONGER LENDS IT ITS *
      *                    CORRELATION REFERENCE.                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COPY DGTMREQ.
       COPY DGTMRES.
       COPY DGTMDIG.
       COPY DGTMUSR.
       COPY DGTMSCH.
       COPY DFHAID.
       COPY DFHBMSCA.
      *-----------------------------------------------------------*
       01  WS-MAP2-NAME            PIC X(08) VALUE 'DGTM2M'.
       01  WS-MAP3-NAME            PIC X(08) VALUE 'DGTM3M'.
       01  WS-MAP4-NAME            PIC X(08) VALUE 'DGTM4M'.
       01  WS-MAP5-NAME            PIC X(08) VALUE 'DGTM5M'.
       01  WS-MAP6-NAME            PIC X(08) VALUE 'DGTM6M'.
       01  WS-MAP7-NAME            PIC X(08) VALUE 'DGTM7M'.
       01  WS-TRANID               PIC X(04) VALUE 'DGTM'.
       01  WS-QUEUE-FILE           PIC X(08) VALUE 'REQQUEUE'.
       01  WS-RESULT-FILE          PIC X(08) VALUE 'RESULTS'.
       01  WS-REPO-FILE            PIC X(08) VALUE 'DIGREPO'.
       01  WS-USER-FILE            PIC X(08) VALUE 'REQUSER'.
       01  WS-SCHED-FILE           PIC X(08) VALUE 'REQSCHED'.
       77  WS-RESP                 PIC S9(08) COMP.
       77  WS-NEXT-REQUEST-ID      PIC 9(06).
       77  WS-DETAIL-ID            PIC 9(06).
           88  WS-DIG-TRIMMED      VALUE 'Y'.
       77  WS-DIG-ERR-SW           PIC X(01) VALUE 'N'.
           88  WS-DIG-ERROR        VALUE 'Y'.
       77  WS-TODAY                PIC X(08).
       77  WS-REQUESTER-OK-SW      PIC X(01) VALUE 'N'.
           88  WS-REQUESTER-OK     VALUE 'Y'.
       77  WS-SCHED-OK-SW          PIC X(01) VALUE 'N'.
           88  WS-SCHED-OK         VALUE 'Y'.
       01  WS-DIG-BUF              PIC X(200).
      *-----------------------------------------------------------*
      * DIGIT-SEQUENCE SEARCH WORK AREAS. THE WINDOW HOLDS THE    *
      * LAST 9 DIGITS OF THE BLOCKS BEFORE (ONE SHORT OF THE      *
      * LONGEST PATTERN) AHEAD OF THE CURRENT BLOCK, SO AN        *
      * OCCURRENCE STRADDLING TWO BLOCKS IS SEEN WHOLE; ONLY      *
      * STARTS WHOSE OCCURRENCE ENDS IN THE CURRENT BLOCK ARE     *
      * TRIED. WS-SRCH-BASE IS THE POSITION OF THE FIRST WINDOW   *
      * CHARACTER. A TERMINAL SEARCH IS CAPPED AT 20000           *
      * POSITIONS (400 BLOCK READS) - DEEPER SEARCHES ARE FOR THE *
      * BATCH DGTSRCH.                                             *
      *-----------------------------------------------------------*
       77  WS-SRCH-PAT             PIC X(10).
       77  WS-SRCH-LEN             PIC 9(02) BINARY.
       77  WS-SRCH-CHX             PIC 9(02) BINARY.
       77  WS-SRCH-DEPTH           PIC 9(09).
       77  WS-SRCH-MAX-DEPTH       PIC 9(09) VALUE 20000.
       77  WS-SRCH-CLAIM           PIC 9(02).
       77  WS-SRCH-WIN-LEN         PIC 9(02) BINARY.
       77  WS-SRCH-CARRY-LEN       PIC 9(02) BINARY.
       77  WS-SRCH-BASE            PIC 9(09).
       77  WS-SRCH-START           PIC S9(04) BINARY.
       77  WS-SRCH-FIRST           PIC S9(04) BINARY.
       77  WS-SRCH-LAST            PIC S9(04) BINARY.
       77  WS-SRCH-OFFSET          PIC 9(03).
       77  WS-SRCH-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-SRCH-FOUND       VALUE 'Y'.
       01  WS-SRCH-WINDOW          PIC X(59).
       01  WS-SRCH-CARRY           PIC X(09).
       01  WS-LIST-LINE.
           05  WL-ID               PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
               88  CA-MODE-LIST     VALUE '2'.
               88  CA-MODE-DETAIL   VALUE '3'.
               88  CA-MODE-DIGITS   VALUE '4'.
               88  CA-MODE-REQUESTER VALUE '5'.
               88  CA-MODE-SCHEDULE VALUE '6'.
               88  CA-MODE-SEARCH   VALUE '7'.
      *         FIRST OCCURRENCE THE SEARCH SCREEN LAST FOUND (ZERO
      *         FOR NONE) - PF7 THERE SHOWS THE DIGITS AROUND IT.
           05  CA-SRCH-POS          PIC 9(09).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       PERFORM 7000-RECEIVE-DETAIL THRU 7000-EXIT
                   WHEN CA-MODE-DIGITS
                       PERFORM 9000-RECEIVE-DIGITS THRU 9000-EXIT
                   WHEN CA-MODE-REQUESTER
                       PERFORM 5100-RECEIVE-REQUESTER THRU 5100-EXIT
                   WHEN CA-MODE-SCHEDULE
                       PERFORM 5600-RECEIVE-SCHEDULE THRU 5600-EXIT
                   WHEN CA-MODE-SEARCH
                       PERFORM 9600-RECEIVE-SEARCH THRU 9600-EXIT
                   WHEN OTHER
                       PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
               END-EVALUATE
      * THROUGH 2000-RECEIVE-ENTRY.                                *
      *-----------------------------------------------------------*
       1000-SEND-ENTRY-SCREEN.
      *     A QUEUED/REJECTED MESSAGE BUILT BY 2100/2200 IS SENT AS
      *     IS - ONLY AN EMPTY MESSAGE LINE GETS THE PROMPT.
           IF MSGOD OF DGTM1MO = SPACES OR LOW-VALUES
               MOVE SPACES TO MSGOD OF DGTM1MO
               STRING 'KEY N,CONST,BY,PRTY,EARLDT ENTER=QUEUE '
                   'PF5=STAT PF3=EXIT' DELIMITED BY SIZE
                   INTO MSGOD OF DGTM1MO
           END-IF
           MOVE DFHBMASB TO MSGA OF DGTM1MI
           EXEC CICS SEND MAP(WS-MAP1-NAME) MAPSET(WS-MAPSETNAME)
               FROM(DGTM1MO) ERASE
      * HERE - DIGITOFE'S SPIGOT REDUCTION IS VALID ONLY FOR E    *
      * AND ALWAYS ABORTS A PI/SQ2 REQUEST (1050-VALIDATE-CONST-  *
      * CODE), SO QUEUING EITHER WOULD ONLY PRODUCE A STUCK OR    *
      * FAILED ENTRY. THE REQUESTER MUST THEN PASS THE REQUESTER  *
      * MASTER ENTITLEMENT CHECKS (2150) BEFORE ANYTHING IS       *
      * WRITTEN.                                                   *
      *-----------------------------------------------------------*
       2100-VALIDATE-AND-QUEUE.
           IF RQNI OF DGTM1MI < 11
                           TO MSGOD OF DGTM1MO
                       PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
                   ELSE
                       PERFORM 2150-CHECK-REQUESTER THRU 2150-EXIT
                       IF WS-REQUESTER-OK
                           PERFORM 2200-WRITE-QUEUE-RECORD
                               THRU 2200-EXIT
                       END-IF
                       PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
                   END-IF
               END-IF
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-CHECK-REQUESTER - THE KEYED REQUESTED-BY ID MUST BE  *
      * ON THE REQUESTER MASTER (SEE DGTMUSR) AND ACTIVE, THE     *
      * KEYED N MUST NOT EXCEED THE REQUESTER'S MAXIMUM, AND THE  *
      * REQUESTER MUST NOT ALREADY HAVE QUEUED A FULL DAILY QUOTA *
      * OF REQUESTS TODAY (A ZERO QUOTA MEANS NO DAILY LIMIT).    *
      * WS-REQUESTER-OK IS SET ONLY WHEN EVERY CHECK PASSES;      *
      * OTHERWISE THE REJECTION IS LEFT IN THE ENTRY MESSAGE.      *
      *-----------------------------------------------------------*
       2150-CHECK-REQUESTER.
           MOVE 'N' TO WS-REQUESTER-OK-SW
           IF RQBI OF DGTM1MI = SPACES OR LOW-VALUES
               MOVE 'REQUESTED-BY ID MUST BE KEYED - NOT QUEUED'
                   TO MSGOD OF DGTM1MO
               GO TO 2150-EXIT
           END-IF
           MOVE RQBI OF DGTM1MI TO RU-REQUESTER-ID
           EXEC CICS READ FILE(WS-USER-FILE)
               INTO(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REQUESTER NOT ON FILE - NOT QUEUED'
                   TO MSGOD OF DGTM1MO
               GO TO 2150-EXIT
           END-IF
           IF NOT RU-ACTIVE
               MOVE 'REQUESTER IS REVOKED - NOT QUEUED'
                   TO MSGOD OF DGTM1MO
               GO TO 2150-EXIT
           END-IF
           IF RQNI OF DGTM1MI > RU-MAX-N
               MOVE SPACES TO MSGOD OF DGTM1MO
               STRING 'N ABOVE REQUESTER MAXIMUM OF ' RU-MAX-N
                   ' - NOT QUEUED' DELIMITED BY SIZE
                   INTO MSGOD OF DGTM1MO
               GO TO 2150-EXIT
           END-IF
           PERFORM 2160-GET-TODAY THRU 2160-EXIT
           IF RU-DAILY-QUOTA > ZERO
               AND RU-QUOTA-DATE = WS-TODAY
               AND RU-QUOTA-USED NOT < RU-DAILY-QUOTA
               MOVE 'DAILY REQUEST QUOTA USED UP - NOT QUEUED'
                   TO MSGOD OF DGTM1MO
               GO TO 2150-EXIT
           END-IF
           SET WS-REQUESTER-OK TO TRUE
           .
       2150-EXIT.
           EXIT.

       2160-GET-TODAY.
           EXEC CICS ASKTIME END-EXEC
           EXEC CICS FORMATTIME ABSTIME(EIBTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           .
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-QUEUE-RECORD - ASSIGN THE NEXT REQUEST ID BY   *
      * READING THE HIGHEST KEY CURRENTLY ON FILE (BROWSE          *
               MOVE 1 TO WS-NEXT-REQUEST-ID
           END-IF
           MOVE WS-NEXT-REQUEST-ID TO RQ-REQUEST-ID
      *     RQ-RECORD STILL HOLDS THE ENTRY JUST READ - BLANK THE
      *     WHOLE EXTENSION (CLAIM STAMP, CORRELATION REFERENCE AND
      *     ANY FIELD ADDED THERE LATER) SO NONE OF IT CARRIES OVER.
           MOVE SPACES TO RQ-RECORD(81:40)
           SET RQ-QUEUED TO TRUE
           MOVE RQNI OF DGTM1MI TO RQ-N
           MOVE RQCI OF DGTM1MI TO RQ-CONST-CODE
               MOVE 'REQUEST QUEUED - ID=' TO MSGOD OF DGTM1MO
               MOVE RQ-REQUEST-ID TO
                   MSGOD OF DGTM1MO(21:6)
               PERFORM 2250-COUNT-AGAINST-QUOTA THRU 2250-EXIT
           ELSE
               MOVE 'UNABLE TO QUEUE REQUEST - TRY AGAIN'
                   TO MSGOD OF DGTM1MO
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-COUNT-AGAINST-QUOTA - ADD THE REQUEST JUST QUEUED TO *
      * THE REQUESTER'S COUNT FOR TODAY ON THE REQUESTER MASTER,  *
      * STARTING THE COUNT AGAIN WHEN THE LAST ONE BELONGS TO AN  *
      * EARLIER DAY. THE ENTRY IS ALREADY ON THE QUEUE, SO A      *
      * FAILED UPDATE HERE ONLY LOSES ONE TICK OF THE COUNT.       *
      *-----------------------------------------------------------*
       2250-COUNT-AGAINST-QUOTA.
           MOVE RQ-REQUESTED-BY TO RU-REQUESTER-ID
           EXEC CICS READ FILE(WS-USER-FILE)
               INTO(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2250-EXIT
           END-IF
           IF RU-QUOTA-DATE NOT = RQ-REQ-DATE
               OR RU-QUOTA-USED IS NOT NUMERIC
               MOVE RQ-REQ-DATE TO RU-QUOTA-DATE
               MOVE ZERO TO RU-QUOTA-USED
           END-IF
           IF RU-QUOTA-USED < 999
               ADD 1 TO RU-QUOTA-USED
           END-IF
           EXEC CICS REWRITE FILE(WS-USER-FILE)
               FROM(RU-RECORD)
               RESP(WS-RESP)
           END-EXEC
           .
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEND-LIST-SCREEN - BROWSE THE REQUEST QUEUE FROM THE *
      * LOWEST KEY AND DISPLAY UP TO 10 ENTRIES SO AN OPERATOR    *
               EXEC CICS ENDBR FILE(WS-QUEUE-FILE) END-EXEC
           END-IF
           IF MSGOD2 OF DGTM2MO = SPACES OR LOW-VALUES
               MOVE SPACES TO MSGOD2 OF DGTM2MO
               STRING 'ACT C/H/R+ID. PF3=EXIT 5=NEW 6=DTL 7=DIG '
                   '8=USR 9=SCHD 10=SRC' DELIMITED BY SIZE
                   INTO MSGOD2 OF DGTM2MO
           END-IF
           EXEC CICS SEND MAP(WS-MAP2-NAME) MAPSET(WS-MAPSETNAME)
               FROM(DGTM2MO) ERASE
                   PERFORM 6000-SEND-DETAIL-SCREEN THRU 6000-EXIT
               WHEN DFHPF7
                   PERFORM 8000-SEND-DIGITS-SCREEN THRU 8000-EXIT
               WHEN DFHPF8
                   PERFORM 5000-SEND-REQUESTER-SCREEN THRU 5000-EXIT
               WHEN DFHPF9
                   PERFORM 5500-SEND-SCHEDULE-SCREEN THRU 5500-EXIT
               WHEN DFHPF10
                   MOVE ZERO TO CA-SRCH-POS
                   PERFORM 9500-SEND-SEARCH-SCREEN THRU 9500-EXIT
               WHEN DFHENTER
                   PERFORM 4100-APPLY-LIST-ACTION THRU 4100-EXIT
                   PERFORM 3000-SEND-LIST-SCREEN THRU 3000-EXIT
       4120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SEND-REQUESTER-SCREEN - SEND THE REQUESTER           *
      * MAINTENANCE SCREEN (WHATEVER FIELDS ARE CURRENTLY BUILT - *
      * ON FIRST ENTRY THEY ARE BLANK AND THE OPERATOR IS         *
      * PROMPTED TO KEY A REQUESTER ID), THEN RETURN PSEUDO-      *
      * CONVERSATIONALLY IN REQUESTER MODE.                        *
      *-----------------------------------------------------------*
       5000-SEND-REQUESTER-SCREEN.
           IF MS5OD OF DGTM5MO = SPACES OR LOW-VALUES
               MOVE 'KEY ID, ENTER=SHOW PF4=ADD/CHG PF5=LIST PF3=EXIT'
                   TO MS5OD OF DGTM5MO
           END-IF
           EXEC CICS SEND MAP(WS-MAP5-NAME) MAPSET(WS-MAPSETNAME)
               FROM(DGTM5MO) ERASE
           END-EXEC
           SET CA-MODE-REQUESTER TO TRUE
           EXEC CICS RETURN TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RECEIVE-REQUESTER - RESPOND TO A KEY PRESSED ON THE  *
      * REQUESTER SCREEN. ENTER SHOWS THE KEYED REQUESTER; PF4    *
      * ADDS IT OR APPLIES THE KEYED CHANGES; PF5 RETURNS TO THE  *
      * STATUS LIST; PF3 EXITS.                                    *
      *-----------------------------------------------------------*
       5100-RECEIVE-REQUESTER.
           EXEC CICS RECEIVE MAP(WS-MAP5-NAME) MAPSET(WS-MAPSETNAME)
               INTO(DGTM5MI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN DFHPF5
                   PERFORM 3000-SEND-LIST-SCREEN THRU 3000-EXIT
               WHEN DFHENTER
                   PERFORM 5200-FETCH-REQUESTER THRU 5200-EXIT
                   PERFORM 5000-SEND-REQUESTER-SCREEN THRU 5000-EXIT
               WHEN DFHPF4
                   PERFORM 5300-SAVE-REQUESTER THRU 5300-EXIT
                   PERFORM 5000-SEND-REQUESTER-SCREEN THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF4, PF5 OR PF3'
                       TO MS5OD OF DGTM5MO
                   PERFORM 5000-SEND-REQUESTER-SCREEN THRU 5000-EXIT
           END-EVALUATE
           .
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-FETCH-REQUESTER - READ THE KEYED REQUESTER AND SHOW  *
      * IT. A REQUESTER NOT YET ON FILE IS INVITED TO BE ADDED.    *
      *-----------------------------------------------------------*
       5200-FETCH-REQUESTER.
           IF URIL OF DGTM5MI = ZERO
               OR URII OF DGTM5MI = SPACES
               MOVE 'REQUESTER ID MUST BE KEYED' TO MS5OD OF DGTM5MO
               GO TO 5200-EXIT
           END-IF
           MOVE URII OF DGTM5MI TO RU-REQUESTER-ID
           EXEC CICS READ FILE(WS-USER-FILE)
               INTO(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REQUESTER NOT ON FILE - KEY ALL FIELDS, PF4 TO ADD'
                   TO MS5OD OF DGTM5MO
               GO TO 5200-EXIT
           END-IF
           PERFORM 5400-SHOW-REQUESTER THRU 5400-EXIT
           MOVE 'REQUESTER SHOWN - KEY CHANGES, PF4 TO APPLY'
               TO MS5OD OF DGTM5MO
           .
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-SAVE-REQUESTER - VALIDATE THE KEYED FIELDS, THEN ADD *
      * THE REQUESTER WHEN IT IS NOT ON FILE OR APPLY THE KEYED   *
      * FIELDS TO IT WHEN IT IS. ONLY FIELDS THE OPERATOR ACTUALLY *
      * KEYED (NONZERO BMS LENGTH) ARE APPLIED ON A CHANGE, SO A  *
      * REVOKE IS JUST 'R' IN THE STATUS FIELD AND PF4. REVOKING  *
      * IS HOW A REQUESTER IS RETIRED - THE RECORD STAYS ON FILE  *
      * SO OWNERSHIP OF OLD QUEUE ENTRIES CAN STILL BE TRACED,    *
      * AND DIGITOFE FAILS ANY OF THEIR ENTRIES STILL QUEUED.      *
      *-----------------------------------------------------------*
       5300-SAVE-REQUESTER.
           IF URIL OF DGTM5MI = ZERO
               OR URII OF DGTM5MI = SPACES
               MOVE 'REQUESTER ID MUST BE KEYED' TO MS5OD OF DGTM5MO
               GO TO 5300-EXIT
           END-IF
           IF USTL OF DGTM5MI > ZERO
               AND USTI OF DGTM5MI NOT = 'A'
               AND USTI OF DGTM5MI NOT = 'R'
               MOVE 'STATUS MUST BE A (ACTIVE) OR R (REVOKED)'
                   TO MS5OD OF DGTM5MO
               GO TO 5300-EXIT
           END-IF
           IF UMXL OF DGTM5MI > ZERO
               IF UMXI OF DGTM5MI IS NOT NUMERIC
                   OR UMXI OF DGTM5MI < 11
                   OR UMXI OF DGTM5MI > 29999
                   MOVE 'MAXIMUM N MUST BE 11 THROUGH 29999'
                       TO MS5OD OF DGTM5MO
                   GO TO 5300-EXIT
               END-IF
           END-IF
           IF UQTL OF DGTM5MI > ZERO
               AND UQTI OF DGTM5MI IS NOT NUMERIC
               MOVE 'DAILY QUOTA MUST BE 0 THROUGH 999 - 0 = NO LIMIT'
                   TO MS5OD OF DGTM5MO
               GO TO 5300-EXIT
           END-IF
           PERFORM 2160-GET-TODAY THRU 2160-EXIT
           MOVE URII OF DGTM5MI TO RU-REQUESTER-ID
           EXEC CICS READ FILE(WS-USER-FILE)
               INTO(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5320-CHANGE-REQUESTER THRU 5320-EXIT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 5310-ADD-REQUESTER THRU 5310-EXIT
               WHEN OTHER
                   MOVE 'REQUESTER FILE NOT AVAILABLE - TRY AGAIN'
                       TO MS5OD OF DGTM5MO
           END-EVALUATE
           .
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5310-ADD-REQUESTER - A NEW REQUESTER NEEDS ITS OWNERSHIP  *
      * (DEPARTMENT AND COST CENTER) AND ITS MAXIMUM N KEYED;     *
      * STATUS DEFAULTS TO ACTIVE AND THE QUOTA TO NO LIMIT.       *
      *-----------------------------------------------------------*
       5310-ADD-REQUESTER.
           IF UDPL OF DGTM5MI = ZERO
               OR UCCL OF DGTM5MI = ZERO
               OR UMXL OF DGTM5MI = ZERO
               MOVE 'NEW REQUESTER NEEDS DEPT, COST CENTER AND MAX N'
                   TO MS5OD OF DGTM5MO
               GO TO 5310-EXIT
           END-IF
           MOVE SPACES TO RU-RECORD
           MOVE URII OF DGTM5MI TO RU-REQUESTER-ID
           IF USTL OF DGTM5MI > ZERO
               MOVE USTI OF DGTM5MI TO RU-STATUS
           ELSE
               SET RU-ACTIVE TO TRUE
           END-IF
           IF UNML OF DGTM5MI > ZERO
               MOVE UNMI OF DGTM5MI TO RU-NAME
           END-IF
           MOVE UDPI OF DGTM5MI TO RU-DEPT
           MOVE UCCI OF DGTM5MI TO RU-COST-CENTER
           MOVE UMXI OF DGTM5MI TO RU-MAX-N
           IF UQTL OF DGTM5MI > ZERO
               MOVE UQTI OF DGTM5MI TO RU-DAILY-QUOTA
           ELSE
               MOVE ZERO TO RU-DAILY-QUOTA
           END-IF
           MOVE ZERO TO RU-QUOTA-USED
           MOVE WS-TODAY TO RU-CHG-DATE
           EXEC CICS WRITE FILE(WS-USER-FILE)
               FROM(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO ADD REQUESTER - TRY AGAIN'
                   TO MS5OD OF DGTM5MO
               GO TO 5310-EXIT
           END-IF
           PERFORM 5400-SHOW-REQUESTER THRU 5400-EXIT
           MOVE 'REQUESTER ADDED' TO MS5OD OF DGTM5MO
           .
       5310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5320-CHANGE-REQUESTER - APPLY THE KEYED FIELDS TO THE     *
      * REQUESTER READ FOR UPDATE. THE QUOTA COUNT FOR TODAY IS   *
      * NEVER KEYED - ONLY 2250 MOVES IT.                          *
      *-----------------------------------------------------------*
       5320-CHANGE-REQUESTER.
           IF USTL OF DGTM5MI > ZERO
               MOVE USTI OF DGTM5MI TO RU-STATUS
           END-IF
           IF UNML OF DGTM5MI > ZERO
               MOVE UNMI OF DGTM5MI TO RU-NAME
           END-IF
           IF UDPL OF DGTM5MI > ZERO
               MOVE UDPI OF DGTM5MI TO RU-DEPT
           END-IF
           IF UCCL OF DGTM5MI > ZERO
               MOVE UCCI OF DGTM5MI TO RU-COST-CENTER
           END-IF
           IF UMXL OF DGTM5MI > ZERO
               MOVE UMXI OF DGTM5MI TO RU-MAX-N
           END-IF
           IF UQTL OF DGTM5MI > ZERO
               MOVE UQTI OF DGTM5MI TO RU-DAILY-QUOTA
           END-IF
           MOVE WS-TODAY TO RU-CHG-DATE
           EXEC CICS REWRITE FILE(WS-USER-FILE)
               FROM(RU-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE REQUESTER - TRY AGAIN'
                   TO MS5OD OF DGTM5MO
               GO TO 5320-EXIT
           END-IF
           PERFORM 5400-SHOW-REQUESTER THRU 5400-EXIT
           IF RU-REVOKED
               MOVE 'REQUESTER REVOKED - QUEUED WORK FAILS AT CLAIM'
                   TO MS5OD OF DGTM5MO
           ELSE
               MOVE 'REQUESTER UPDATED' TO MS5OD OF DGTM5MO
           END-IF
           .
       5320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5400-SHOW-REQUESTER - BUILD THE SCREEN FIELDS FROM THE    *
      * REQUESTER RECORD. THE COUNT QUEUED TODAY READS ZERO WHEN  *
      * THE LAST COUNTED REQUEST BELONGS TO AN EARLIER DAY.        *
      *-----------------------------------------------------------*
       5400-SHOW-REQUESTER.
           PERFORM 2160-GET-TODAY THRU 2160-EXIT
           MOVE RU-REQUESTER-ID TO URIOD OF DGTM5MO
           MOVE RU-STATUS TO USTOD OF DGTM5MO
           MOVE RU-NAME TO UNMOD OF DGTM5MO
           MOVE RU-DEPT TO UDPOD OF DGTM5MO
           MOVE RU-COST-CENTER TO UCCOD OF DGTM5MO
           MOVE RU-MAX-N TO UMXOD OF DGTM5MO
           MOVE RU-DAILY-QUOTA TO UQTOD OF DGTM5MO
           IF RU-QUOTA-DATE = WS-TODAY
               MOVE RU-QUOTA-USED TO UQUOD OF DGTM5MO
           ELSE
               MOVE ZERO TO UQUOD OF DGTM5MO
           END-IF
           .
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-SEND-SCHEDULE-SCREEN - SEND THE STANDING REQUEST     *
      * SCHEDULE SCREEN (WHATEVER FIELDS ARE CURRENTLY BUILT - ON *
      * FIRST ENTRY THEY ARE BLANK AND THE OPERATOR IS PROMPTED   *
      * TO KEY A SCHEDULE ID), THEN RETURN PSEUDO-                *
      * CONVERSATIONALLY IN SCHEDULE MODE.                         *
      *-----------------------------------------------------------*
       5500-SEND-SCHEDULE-SCREEN.
           IF MS6OD OF DGTM6MO = SPACES OR LOW-VALUES
               MOVE 'KEY ID, ENTER=SHOW PF4=ADD/CHG PF5=LIST PF3=EXIT'
                   TO MS6OD OF DGTM6MO
           END-IF
           EXEC CICS SEND MAP(WS-MAP6-NAME) MAPSET(WS-MAPSETNAME)
               FROM(DGTM6MO) ERASE
           END-EXEC
           SET CA-MODE-SCHEDULE TO TRUE
           EXEC CICS RETURN TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5600-RECEIVE-SCHEDULE - RESPOND TO A KEY PRESSED ON THE   *
      * SCHEDULE SCREEN. ENTER SHOWS THE KEYED SCHEDULE; PF4 ADDS *
      * IT OR APPLIES THE KEYED CHANGES; PF5 RETURNS TO THE       *
      * STATUS LIST; PF3 EXITS.                                    *
      *-----------------------------------------------------------*
       5600-RECEIVE-SCHEDULE.
           EXEC CICS RECEIVE MAP(WS-MAP6-NAME) MAPSET(WS-MAPSETNAME)
               INTO(DGTM6MI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN DFHPF5
                   PERFORM 3000-SEND-LIST-SCREEN THRU 3000-EXIT
               WHEN DFHENTER
                   PERFORM 5700-FETCH-SCHEDULE THRU 5700-EXIT
                   PERFORM 5500-SEND-SCHEDULE-SCREEN THRU 5500-EXIT
               WHEN DFHPF4
                   PERFORM 5800-SAVE-SCHEDULE THRU 5800-EXIT
                   PERFORM 5500-SEND-SCHEDULE-SCREEN THRU 5500-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF4, PF5 OR PF3'
                       TO MS6OD OF DGTM6MO
                   PERFORM 5500-SEND-SCHEDULE-SCREEN THRU 5500-EXIT
           END-EVALUATE
           .
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5700-FETCH-SCHEDULE - READ THE KEYED SCHEDULE AND SHOW    *
      * IT. A SCHEDULE NOT YET ON FILE IS INVITED TO BE ADDED.     *
      *-----------------------------------------------------------*
       5700-FETCH-SCHEDULE.
           IF SIDL OF DGTM6MI = ZERO
               OR SIDI OF DGTM6MI = SPACES
               MOVE 'SCHEDULE ID MUST BE KEYED' TO MS6OD OF DGTM6MO
               GO TO 5700-EXIT
           END-IF
           MOVE SIDI OF DGTM6MI TO SC-SCHED-ID
           EXEC CICS READ FILE(WS-SCHED-FILE)
               INTO(SC-RECORD)
               RIDFLD(SC-SCHED-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SCHEDULE NOT ON FILE - KEY ALL FIELDS, PF4 TO ADD'
                   TO MS6OD OF DGTM6MO
               GO TO 5700-EXIT
           END-IF
           PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT
           MOVE 'SCHEDULE SHOWN - KEY CHANGES, PF4 TO APPLY'
               TO MS6OD OF DGTM6MO
           .
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-SAVE-SCHEDULE - CHECK THE FORM OF EACH KEYED FIELD,  *
      * THEN ADD THE SCHEDULE WHEN IT IS NOT ON FILE OR APPLY THE *
      * KEYED FIELDS TO IT WHEN IT IS. AS ON THE REQUESTER        *
      * SCREEN, ONLY FIELDS ACTUALLY KEYED ARE APPLIED ON A       *
      * CHANGE, SO A SUSPEND IS JUST 'S' IN THE STATUS FIELD AND  *
      * PF4. THE RESULTING SCHEDULE AS A WHOLE MUST THEN PASS     *
      * 5850 BEFORE ANYTHING IS WRITTEN.                           *
      *-----------------------------------------------------------*
       5800-SAVE-SCHEDULE.
           IF SIDL OF DGTM6MI = ZERO
               OR SIDI OF DGTM6MI = SPACES
               MOVE 'SCHEDULE ID MUST BE KEYED' TO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           IF SSTL OF DGTM6MI > ZERO
               AND SSTI OF DGTM6MI NOT = 'A'
               AND SSTI OF DGTM6MI NOT = 'S'
               MOVE 'STATUS MUST BE A (ACTIVE) OR S (SUSPENDED)'
                   TO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           IF SCOL OF DGTM6MI > ZERO
               AND SCOI OF DGTM6MI NOT = 'E    '
               MOVE 'CONSTANT MUST BE E - PI/SQ2 NOT SUPPORTED'
                   TO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           IF SNNL OF DGTM6MI > ZERO
               AND SNNI OF DGTM6MI IS NOT NUMERIC
               MOVE 'N MUST BE 11 THROUGH 29999'
                   TO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           IF SPRL OF DGTM6MI > ZERO
               IF SPRI OF DGTM6MI IS NOT NUMERIC
                   OR SPRI OF DGTM6MI = ZERO
                   MOVE 'PRIORITY MUST BE 1 THROUGH 9'
                       TO MS6OD OF DGTM6MO
                   GO TO 5800-EXIT
               END-IF
           END-IF
           IF SFQL OF DGTM6MI > ZERO
               AND SFQI OF DGTM6MI NOT = 'D'
               AND SFQI OF DGTM6MI NOT = 'W'
               AND SFQI OF DGTM6MI NOT = 'M'
               AND SFQI OF DGTM6MI NOT = 'F'
               MOVE SPACES TO MS6OD OF DGTM6MO
               STRING 'FREQUENCY MUST BE D (DAILY), W (WEEKLY), '
                   'M (MONTH-END) OR F' DELIMITED BY SIZE
                   INTO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           IF SDYL OF DGTM6MI > ZERO
               AND SDYI OF DGTM6MI IS NOT NUMERIC
               MOVE 'DAY MUST BE NUMERIC - WEEKDAY 1-7 OR DAY 1-31'
                   TO MS6OD OF DGTM6MO
               GO TO 5800-EXIT
           END-IF
           PERFORM 2160-GET-TODAY THRU 2160-EXIT
           MOVE SIDI OF DGTM6MI TO SC-SCHED-ID
           EXEC CICS READ FILE(WS-SCHED-FILE)
               INTO(SC-RECORD)
               RIDFLD(SC-SCHED-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5820-CHANGE-SCHEDULE THRU 5820-EXIT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM 5810-ADD-SCHEDULE THRU 5810-EXIT
               WHEN OTHER
                   MOVE 'SCHEDULE FILE NOT AVAILABLE - TRY AGAIN'
                       TO MS6OD OF DGTM6MO
           END-EVALUATE
           .
       5800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5810-ADD-SCHEDULE - A NEW SCHEDULE NEEDS ITS N, REQUESTER *
      * AND FREQUENCY KEYED; STATUS DEFAULTS TO ACTIVE, CONSTANT  *
      * TO E AND PRIORITY TO 5, AS ON THE ENTRY SCREEN.            *
      *-----------------------------------------------------------*
       5810-ADD-SCHEDULE.
           IF SNNL OF DGTM6MI = ZERO
               OR SBYL OF DGTM6MI = ZERO
               OR SFQL OF DGTM6MI = ZERO
               MOVE 'NEW SCHEDULE NEEDS N, REQUESTER AND FREQUENCY'
                   TO MS6OD OF DGTM6MO
               GO TO 5810-EXIT
           END-IF
           MOVE SPACES TO SC-RECORD
           MOVE SIDI OF DGTM6MI TO SC-SCHED-ID
           IF SSTL OF DGTM6MI > ZERO
               MOVE SSTI OF DGTM6MI TO SC-STATUS
           ELSE
               SET SC-ACTIVE TO TRUE
           END-IF
           MOVE 'E    ' TO SC-CONST-CODE
           MOVE SNNI OF DGTM6MI TO SC-N
           IF SPRL OF DGTM6MI > ZERO
               MOVE SPRI OF DGTM6MI TO SC-PRIORITY
           ELSE
               MOVE 5 TO SC-PRIORITY
           END-IF
           MOVE SBYI OF DGTM6MI TO SC-REQUESTED-BY
           MOVE SFQI OF DGTM6MI TO SC-FREQ
           IF SDYL OF DGTM6MI > ZERO
               MOVE SDYI OF DGTM6MI TO SC-FREQ-DAY
           ELSE
               MOVE ZERO TO SC-FREQ-DAY
           END-IF
           MOVE ZERO TO SC-LAST-REQUEST-ID
           MOVE WS-TODAY TO SC-CHG-DATE
           PERFORM 5850-CHECK-SCHEDULE THRU 5850-EXIT
           IF NOT WS-SCHED-OK
               GO TO 5810-EXIT
           END-IF
           EXEC CICS WRITE FILE(WS-SCHED-FILE)
               FROM(SC-RECORD)
               RIDFLD(SC-SCHED-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO ADD SCHEDULE - TRY AGAIN'
                   TO MS6OD OF DGTM6MO
               GO TO 5810-EXIT
           END-IF
           PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT
           MOVE 'SCHEDULE ADDED' TO MS6OD OF DGTM6MO
           .
       5810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5820-CHANGE-SCHEDULE - APPLY THE KEYED FIELDS TO THE      *
      * SCHEDULE READ FOR UPDATE. THE LAST OCCURRENCE GENERATED   *
      * IS NEVER KEYED - ONLY DGTSCHED MOVES IT.                   *
      *-----------------------------------------------------------*
       5820-CHANGE-SCHEDULE.
           IF SSTL OF DGTM6MI > ZERO
               MOVE SSTI OF DGTM6MI TO SC-STATUS
           END-IF
           IF SCOL OF DGTM6MI > ZERO
               MOVE SCOI OF DGTM6MI TO SC-CONST-CODE
           END-IF
           IF SNNL OF DGTM6MI > ZERO
               MOVE SNNI OF DGTM6MI TO SC-N
           END-IF
           IF SPRL OF DGTM6MI > ZERO
               MOVE SPRI OF DGTM6MI TO SC-PRIORITY
           END-IF
           IF SBYL OF DGTM6MI > ZERO
               MOVE SBYI OF DGTM6MI TO SC-REQUESTED-BY
           END-IF
           IF SFQL OF DGTM6MI > ZERO
               MOVE SFQI OF DGTM6MI TO SC-FREQ
           END-IF
           IF SDYL OF DGTM6MI > ZERO
               MOVE SDYI OF DGTM6MI TO SC-FREQ-DAY
           END-IF
           MOVE WS-TODAY TO SC-CHG-DATE
           PERFORM 5850-CHECK-SCHEDULE THRU 5850-EXIT
           IF NOT WS-SCHED-OK
               EXEC CICS UNLOCK FILE(WS-SCHED-FILE) END-EXEC
               GO TO 5820-EXIT
           END-IF
           EXEC CICS REWRITE FILE(WS-SCHED-FILE)
               FROM(SC-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE SCHEDULE - TRY AGAIN'
                   TO MS6OD OF DGTM6MO
               GO TO 5820-EXIT
           END-IF
           PERFORM 5900-SHOW-SCHEDULE THRU 5900-EXIT
           IF SC-SUSPENDED
               MOVE SPACES TO MS6OD OF DGTM6MO
               STRING 'SCHEDULE SUSPENDED - NOTHING GENERATED '
                   'UNTIL STATUS A' DELIMITED BY SIZE
                   INTO MS6OD OF DGTM6MO
           ELSE
               MOVE 'SCHEDULE UPDATED' TO MS6OD OF DGTM6MO
           END-IF
           .
       5820-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5850-CHECK-SCHEDULE - CHECK THE SCHEDULE AS IT WILL BE    *
      * SAVED - N 11 THROUGH 29999, A DAY THAT FITS THE           *
      * FREQUENCY (WEEKDAY 1-7 FOR W, DAY OF MONTH 1-31 FOR F;    *
      * CLEARED FOR D AND M), AND, FOR AN ACTIVE SCHEDULE, A      *
      * REQUESTER PASSING THE SAME MASTER CHECKS AS 2150 EXCEPT   *
      * THE DAILY QUOTA - STANDING SCHEDULES ARE EXEMPT FROM IT,  *
      * AND DGTSCHED DOES NOT COUNT THE ENTRIES IT GENERATES. A   *
      * SUSPEND IS ALWAYS ALLOWED, EVEN FOR A REVOKED REQUESTER.  *
      * WS-SCHED-OK IS SET ONLY WHEN EVERY CHECK PASSES;          *
      * OTHERWISE THE REJECTION IS LEFT IN THE MESSAGE.            *
      *-----------------------------------------------------------*
       5850-CHECK-SCHEDULE.
           MOVE 'N' TO WS-SCHED-OK-SW
           IF SC-N < 11 OR SC-N > 29999
               MOVE 'N MUST BE 11 THROUGH 29999'
                   TO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           IF SC-FREQ-DAILY OR SC-FREQ-MONTH-END
               MOVE ZERO TO SC-FREQ-DAY
           END-IF
           IF SC-FREQ-WEEKLY
               AND (SC-FREQ-DAY < 1 OR SC-FREQ-DAY > 7)
               MOVE 'WEEKLY NEEDS DAY 1-7 (1=MONDAY, 7=SUNDAY)'
                   TO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           IF SC-FREQ-FIXED-DAY
               AND (SC-FREQ-DAY < 1 OR SC-FREQ-DAY > 31)
               MOVE 'FIXED DAY NEEDS DAY OF MONTH 1-31'
                   TO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           IF SC-SUSPENDED
               SET WS-SCHED-OK TO TRUE
               GO TO 5850-EXIT
           END-IF
           MOVE SC-REQUESTED-BY TO RU-REQUESTER-ID
           EXEC CICS READ FILE(WS-USER-FILE)
               INTO(RU-RECORD)
               RIDFLD(RU-REQUESTER-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REQUESTER NOT ON FILE - NOT SAVED'
                   TO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           IF NOT RU-ACTIVE
               MOVE 'REQUESTER IS REVOKED - NOT SAVED'
                   TO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           IF SC-N > RU-MAX-N
               MOVE SPACES TO MS6OD OF DGTM6MO
               STRING 'N ABOVE REQUESTER MAXIMUM OF ' RU-MAX-N
                   ' - NOT SAVED' DELIMITED BY SIZE
                   INTO MS6OD OF DGTM6MO
               GO TO 5850-EXIT
           END-IF
           SET WS-SCHED-OK TO TRUE
           .
       5850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5900-SHOW-SCHEDULE - BUILD THE SCREEN FIELDS FROM THE     *
      * SCHEDULE RECORD.                                           *
      *-----------------------------------------------------------*
       5900-SHOW-SCHEDULE.
           MOVE SC-SCHED-ID TO SIDOD OF DGTM6MO
           MOVE SC-STATUS TO SSTOD OF DGTM6MO
           MOVE SC-CONST-CODE TO SCOOD OF DGTM6MO
           MOVE SC-N TO SNNOD OF DGTM6MO
           MOVE SC-PRIORITY TO SPROD OF DGTM6MO
           MOVE SC-REQUESTED-BY TO SBYOD OF DGTM6MO
           MOVE SC-FREQ TO SFQOD OF DGTM6MO
           MOVE SC-FREQ-DAY TO SDYOD OF DGTM6MO
           MOVE SC-LAST-GEN-DATE TO SLGOD OF DGTM6MO
           MOVE SC-LAST-REQUEST-ID TO SLROD OF DGTM6MO
           .
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-SEND-DETAIL-SCREEN - SEND THE REQUEST-DETAIL INQUIRY *
      * SCREEN (WHATEVER DETAIL FIELDS ARE CURRENTLY BUILT - ON   *
       9200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9500-SEND-SEARCH-SCREEN - SEND THE DIGIT-SEQUENCE SEARCH  *
      * SCREEN (WHATEVER RESULT IS CURRENTLY BUILT - ON FIRST     *
      * ENTRY IT IS BLANK AND THE OPERATOR IS PROMPTED TO KEY A   *
      * PATTERN), THEN RETURN PSEUDO-CONVERSATIONALLY IN SEARCH   *
      * MODE.                                                      *
      *-----------------------------------------------------------*
       9500-SEND-SEARCH-SCREEN.
           IF MS7OD OF DGTM7MO = SPACES OR LOW-VALUES
               MOVE 'KEY PATTERN AND DEPTH, PRESS ENTER. PF5=LIST'
                   TO MS7OD OF DGTM7MO
           END-IF
           EXEC CICS SEND MAP(WS-MAP7-NAME) MAPSET(WS-MAPSETNAME)
               FROM(DGTM7MO) ERASE
           END-EXEC
           SET CA-MODE-SEARCH TO TRUE
           EXEC CICS RETURN TRANSID(WS-TRANID)
               COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
       9500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9600-RECEIVE-SEARCH - RESPOND TO A KEY PRESSED ON THE     *
      * SEARCH SCREEN. ENTER SEARCHES FOR THE KEYED PATTERN; PF7  *
      * SHOWS THE DIGITS AROUND THE OCCURRENCE LAST FOUND ON THE  *
      * DIGIT-POSITION INQUIRY SCREEN; PF5 RETURNS TO THE STATUS  *
      * LIST; PF3 EXITS.                                           *
      *-----------------------------------------------------------*
       9600-RECEIVE-SEARCH.
           EXEC CICS RECEIVE MAP(WS-MAP7-NAME) MAPSET(WS-MAPSETNAME)
               INTO(DGTM7MI)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN DFHPF5
                   PERFORM 3000-SEND-LIST-SCREEN THRU 3000-EXIT
               WHEN DFHPF7
                   PERFORM 9800-SHOW-OCCURRENCE THRU 9800-EXIT
               WHEN DFHENTER
                   PERFORM 9700-FIND-FIRST-OCCURRENCE THRU 9700-EXIT
                   PERFORM 9500-SEND-SEARCH-SCREEN THRU 9500-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF7, PF5 OR PF3'
                       TO MS7OD OF DGTM7MO
                   PERFORM 9500-SEND-SEARCH-SCREEN THRU 9500-EXIT
           END-EVALUATE
           .
       9600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9700-FIND-FIRST-OCCURRENCE - VALIDATE THE KEYED PATTERN   *
      * (1 TO 10 DIGITS, LEFT-JUSTIFIED) AND DEPTH (BLANK MEANS   *
      * THE 20000 CAP), BOUND THE DEPTH BY THE REPOSITORY HIGH-   *
      * WATER MARK, AND BROWSE THE POSITION BLOCKS FROM 1 UNTIL   *
      * THE FIRST OCCURRENCE ENDING WITHIN THE DEPTH IS FOUND.     *
      *-----------------------------------------------------------*
       9700-FIND-FIRST-OCCURRENCE.
           MOVE ZERO TO CA-SRCH-POS
           MOVE 'N' TO WS-SRCH-FOUND-SW
           MOVE 'N' TO WS-DIG-ERR-SW
           MOVE SPACES TO MS7OD OF DGTM7MO
           MOVE SPTI OF DGTM7MI TO WS-SRCH-PAT
           INSPECT WS-SRCH-PAT REPLACING ALL LOW-VALUES BY SPACES
           PERFORM 9705-COUNT-PATTERN-DIGIT THRU 9705-EXIT
               VARYING WS-SRCH-CHX FROM 1 BY 1
               UNTIL WS-SRCH-CHX > 10
               OR WS-SRCH-PAT(WS-SRCH-CHX:1) IS NOT NUMERIC
           COMPUTE WS-SRCH-LEN = WS-SRCH-CHX - 1
           IF WS-SRCH-LEN = ZERO
               MOVE 'PATTERN MUST BE 1 TO 10 DIGITS, LEFT-JUSTIFIED'
                   TO MS7OD OF DGTM7MO
               GO TO 9700-EXIT
           END-IF
           IF WS-SRCH-LEN < 10
               IF WS-SRCH-PAT(WS-SRCH-CHX:11 - WS-SRCH-CHX)
                   NOT = SPACES
                   MOVE 'PATTERN MUST BE 1 TO 10 DIGITS, LEFT-JUSTIFIED'
                       TO MS7OD OF DGTM7MO
                   GO TO 9700-EXIT
               END-IF
           END-IF
           IF SDPL OF DGTM7MI = ZERO
               MOVE WS-SRCH-MAX-DEPTH TO WS-SRCH-DEPTH
           ELSE
               IF SDPI OF DGTM7MI IS NOT NUMERIC
                   MOVE 'DEPTH MUST BE NUMERIC OR LEFT BLANK'
                       TO MS7OD OF DGTM7MO
                   GO TO 9700-EXIT
               END-IF
               MOVE SDPI OF DGTM7MI TO WS-SRCH-DEPTH
           END-IF
           IF WS-SRCH-DEPTH > WS-SRCH-MAX-DEPTH
               MOVE WS-SRCH-MAX-DEPTH TO WS-SRCH-DEPTH
           END-IF
           IF WS-SRCH-DEPTH < WS-SRCH-LEN
               MOVE 'DEPTH IS SHORTER THAN THE PATTERN'
                   TO MS7OD OF DGTM7MO
               GO TO 9700-EXIT
           END-IF
           MOVE ZERO TO DR-BLOCK-NO
           EXEC CICS READ FILE(WS-REPO-FILE)
               INTO(DR-RECORD)
               RIDFLD(DR-BLOCK-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR DR-HIWATER IS NOT NUMERIC
               OR DR-HIWATER = ZERO
               MOVE 'DIGIT REPOSITORY NOT AVAILABLE OR EMPTY'
                   TO MS7OD OF DGTM7MO
               GO TO 9700-EXIT
           END-IF
           MOVE DR-HIWATER TO WS-DIG-HIWATER
           IF WS-SRCH-DEPTH > WS-DIG-HIWATER
               MOVE WS-DIG-HIWATER TO WS-SRCH-DEPTH
           END-IF
           MOVE WS-SRCH-PAT TO SPTOD OF DGTM7MO
           MOVE WS-SRCH-DEPTH TO SDPOD OF DGTM7MO
           MOVE ZERO TO SFPOD OF DGTM7MO
           IF WS-SRCH-DEPTH < WS-SRCH-LEN
               MOVE 'REPOSITORY IS SHORTER THAN THE PATTERN'
                   TO MS7OD OF DGTM7MO
               GO TO 9700-EXIT
           END-IF
           COMPUTE WS-BLK-LAST = ( WS-SRCH-DEPTH - 1 ) / 50 + 1
           MOVE ZERO TO WS-SRCH-WIN-LEN
           MOVE 1 TO DR-BLOCK-NO
           EXEC CICS STARTBR FILE(WS-REPO-FILE)
               RIDFLD(DR-BLOCK-NO)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'REPOSITORY BLOCK MISSING - CONTACT OPERATIONS'
                   TO MS7OD OF DGTM7MO
               GO TO 9700-EXIT
           END-IF
           PERFORM 9710-SEARCH-NEXT-BLOCK THRU 9710-EXIT
               VARYING WS-DIG-BLOCK FROM 1 BY 1
               UNTIL WS-DIG-BLOCK > WS-BLK-LAST
               OR WS-SRCH-FOUND OR WS-DIG-ERROR
           EXEC CICS ENDBR FILE(WS-REPO-FILE) END-EXEC
           EVALUATE TRUE
               WHEN WS-DIG-ERROR
                   CONTINUE
               WHEN WS-SRCH-FOUND
                   MOVE CA-SRCH-POS TO SFPOD OF DGTM7MO
                   STRING 'FOUND AT POSITION ' CA-SRCH-POS
                       ' - PF7 SHOWS THE DIGITS AROUND IT'
                       DELIMITED BY SIZE INTO MS7OD OF DGTM7MO
               WHEN WS-SRCH-DEPTH = WS-SRCH-MAX-DEPTH
                   MOVE 'NOT FOUND - SEARCH DEEPER WITH BATCH DGTSRCH'
                       TO MS7OD OF DGTM7MO
               WHEN OTHER
                   MOVE 'NOT FOUND WITHIN THE DEPTH SHOWN'
                       TO MS7OD OF DGTM7MO
           END-EVALUATE
           .
       9700-EXIT.
           EXIT.

       9705-COUNT-PATTERN-DIGIT.
           CONTINUE
           .
       9705-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9710-SEARCH-NEXT-BLOCK - READ THE NEXT POSITION BLOCK,    *
      * CHECK IT IS THE ONE EXPECTED AND HOLDS ITS CLAIMED        *
      * DIGITS, SLIDE IT INTO THE WINDOW BEHIND THE CARRIED TAIL  *
      * AND TRY THE PATTERN AT EACH START WHOSE OCCURRENCE ENDS   *
      * IN THIS BLOCK AND NOT PAST THE DEPTH.                      *
      *-----------------------------------------------------------*
       9710-SEARCH-NEXT-BLOCK.
           COMPUTE WS-BLK-START = ( WS-DIG-BLOCK - 1 ) * 50 + 1
           IF WS-DIG-BLOCK < WS-BLK-LAST
               MOVE 50 TO WS-SRCH-CLAIM
           ELSE
               COMPUTE WS-SRCH-CLAIM = WS-SRCH-DEPTH - WS-BLK-START + 1
           END-IF
           EXEC CICS READNEXT FILE(WS-REPO-FILE)
               INTO(DR-RECORD)
               RIDFLD(DR-BLOCK-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR DR-BLOCK-NO NOT = WS-DIG-BLOCK
               SET WS-DIG-ERROR TO TRUE
               MOVE 'REPOSITORY BLOCK MISSING - CONTACT OPERATIONS'
                   TO MS7OD OF DGTM7MO
               GO TO 9710-EXIT
           END-IF
           IF DR-DIGITS(1:WS-SRCH-CLAIM) IS NOT NUMERIC
               SET WS-DIG-ERROR TO TRUE
               MOVE 'REPOSITORY BLOCK DAMAGED - CONTACT OPERATIONS'
                   TO MS7OD OF DGTM7MO
               GO TO 9710-EXIT
           END-IF
           IF WS-SRCH-WIN-LEN > 9
               MOVE 9 TO WS-SRCH-CARRY-LEN
           ELSE
               MOVE WS-SRCH-WIN-LEN TO WS-SRCH-CARRY-LEN
           END-IF
           MOVE SPACES TO WS-SRCH-CARRY
           IF WS-SRCH-CARRY-LEN > ZERO
               MOVE WS-SRCH-WINDOW(WS-SRCH-WIN-LEN
                   - WS-SRCH-CARRY-LEN + 1:WS-SRCH-CARRY-LEN)
                   TO WS-SRCH-CARRY
           END-IF
           MOVE SPACES TO WS-SRCH-WINDOW
           IF WS-SRCH-CARRY-LEN > ZERO
               MOVE WS-SRCH-CARRY(1:WS-SRCH-CARRY-LEN)
                   TO WS-SRCH-WINDOW(1:WS-SRCH-CARRY-LEN)
           END-IF
           MOVE DR-DIGITS(1:WS-SRCH-CLAIM)
               TO WS-SRCH-WINDOW(WS-SRCH-CARRY-LEN + 1:WS-SRCH-CLAIM)
           COMPUTE WS-SRCH-WIN-LEN = WS-SRCH-CARRY-LEN + WS-SRCH-CLAIM
           COMPUTE WS-SRCH-BASE = WS-BLK-START - WS-SRCH-CARRY-LEN
           COMPUTE WS-SRCH-FIRST = WS-SRCH-CARRY-LEN + 2 - WS-SRCH-LEN
           IF WS-SRCH-FIRST < 1
               MOVE 1 TO WS-SRCH-FIRST
           END-IF
           COMPUTE WS-SRCH-LAST = WS-SRCH-WIN-LEN + 1 - WS-SRCH-LEN
           PERFORM 9720-TRY-START THRU 9720-EXIT
               VARYING WS-SRCH-START FROM WS-SRCH-FIRST BY 1
               UNTIL WS-SRCH-START > WS-SRCH-LAST OR WS-SRCH-FOUND
           .
       9710-EXIT.
           EXIT.

       9720-TRY-START.
           IF WS-SRCH-WINDOW(WS-SRCH-START:WS-SRCH-LEN) =
               WS-SRCH-PAT(1:WS-SRCH-LEN)
               SET WS-SRCH-FOUND TO TRUE
               COMPUTE CA-SRCH-POS = WS-SRCH-BASE + WS-SRCH-START - 1
           END-IF
           .
       9720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-SHOW-OCCURRENCE - OPEN THE DIGIT-POSITION INQUIRY ON *
      * A SCREENFUL STARTING 50 POSITIONS AHEAD OF THE OCCURRENCE *
      * LAST FOUND (SO IT NORMALLY BEGINS THE SECOND DIGIT LINE), *
      * BUILT BY THE INQUIRY'S OWN 9100-FETCH-DIGIT-WINDOW AS IF  *
      * THE RANGE HAD BEEN KEYED THERE.                            *
      *-----------------------------------------------------------*
       9800-SHOW-OCCURRENCE.
           IF CA-SRCH-POS IS NOT NUMERIC OR CA-SRCH-POS = ZERO
               MOVE 'NOTHING FOUND YET - KEY A PATTERN, PRESS ENTER'
                   TO MS7OD OF DGTM7MO
               PERFORM 9500-SEND-SEARCH-SCREEN THRU 9500-EXIT
               GO TO 9800-EXIT
           END-IF
           IF CA-SRCH-POS > 50
               COMPUTE WS-DIG-FROM = CA-SRCH-POS - 50
           ELSE
               MOVE 1 TO WS-DIG-FROM
           END-IF
           COMPUTE WS-DIG-TO = WS-DIG-FROM + 199
           MOVE WS-DIG-FROM TO FPSI OF DGTM4MI
           MOVE WS-DIG-TO TO TPSI OF DGTM4MI
           PERFORM 9100-FETCH-DIGIT-WINDOW THRU 9100-EXIT
      *    THE FIRST DIGIT LINE IS ONLY BUILT WHEN THE INQUIRY
      *    SUCCEEDED - OTHERWISE LEAVE ITS OWN MESSAGE STANDING.
           IF GL1OD OF DGTM4MO NOT = SPACES
               COMPUTE WS-SRCH-OFFSET = CA-SRCH-POS - WS-DIG-FROM + 1
               MOVE SPACES TO MS4OD OF DGTM4MO
               STRING 'OCCURRENCE AT POSITION ' CA-SRCH-POS
                   ' IS DIGIT ' WS-SRCH-OFFSET ' OF THOSE SHOWN'
                   DELIMITED BY SIZE INTO MS4OD OF DGTM4MO
           END-IF
           PERFORM 8000-SEND-DIGITS-SCREEN THRU 8000-EXIT
           .
       9800-EXIT.
           EXIT.


      ** add other procedures here
       END PROGRAM DGTMAINT.
