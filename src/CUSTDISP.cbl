      *                        DISPRPT FOR MANUAL FOLLOW-UP, AND THE
      *                        REPORT COUNTS MATCHED-ON-RETRY VS
      *                        AGED-OUT VS CARRIED.
      *       2026-10-15  JH   CLCTRTRN NOW CARRIES A FEEDCTL HEADER
      *                        AND TRAILER, CHECKED (FEED NAME,
      *                        RECORD COUNT, CUST-ID HASH, SEQUENCE
      *                        NUMBER AGAINST FEED_REGISTRY) BEFORE
      *                        ANY RETURN IS APPLIED.  A SHORT, OUT-
      *                        OF-SEQUENCE OR ALREADY-PROCESSED FILE
      *                        IS REFUSED WHOLE, RC 8, AND REGISTERED
      *                        AS REFUSED; THE SUSPENSE RETRIES STILL
      *                        RUN.  AN ACKREC ACKNOWLEDGEMENT
      *                        (DISPACK) GOES BACK TO COLLECTIONS
      *                        LISTING EACH RETURN ACCEPTED, REJECTED
      *                        (NOTF/UNKC/HOLD/DBER) OR DUPLICATE
      *                        (ALREADY AT THE RETURNED STATUS).
      *       2026-10-15  JH   A RETURN APPLIED TO A ROW ON STATUS
      *                        'NOTICE' (CUSTPROC'S NOTICE PERIOD
      *                        BEFORE A REFERRAL -- TYPICALLY A LATE
      *                        RETURN ON AN EARLIER REFERRAL) ALSO
      *                        CLOSES THE CUSTOMER'S OPEN
      *                        CUSTOMER_NOTICE ROW (CLOSE REASON
      *                        'DISP'), SO THE NIGHTLY PASS DOES NOT
      *                        RELEASE A REFERRAL COLLECTIONS HAS
      *                        JUST RESOLVED.  COUNTED ON DISPRPT.
      *       2026-10-15  JH   "TODAY" (SUSPENSE FIRST-SEEN DATE,
      *                        HOLD EXPIRY, RULE_CONTROL EFFECTIVE
      *                        DATE) IS NOW THE STREAM BUSINESS DATE
      *                        FROM STREAM_DATE, NOT CURRENT DATE.
      *                        THE SUSP_AGE_DAYS WINDOW COUNTS
      *                        BUSINESS_CALENDAR BUSINESS DAYS WHEN
      *                        RULE_CONTROL SUSP_AGE_BASIS IS 'B'
      *                        (CALENDAR DAYS, 'C', AS BEFORE
      *                        OTHERWISE), SO A LONG WEEKEND NO LONGER
      *                        AGES OUT A RETURN THAT HAD NO BUSINESS
      *                        DAY TO MATCH ON.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTDISP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO DISPACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
           COPY DISPREC.
           COPY FEEDCTL.

       FD  DISP-REPORT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77  WS-RETRY-MATCHED-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-AGED-OUT-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-SUSPENDED-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-CLOSED-COUNT         PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    SUSPENSE-AND-RETRY CONTROLS.  EVERY RECORD RUNS THE      *
      *    ORIGINAL FIRST-SEEN AND AGES OUT PAST THE WINDOW.        *
      *-----------------------------------------------------------*
       77  WS-SUSP-AGE-DAYS               PIC S9(09) COMP VALUE 7.
       01  WS-SUSP-AGE-BASIS              PIC X(01) VALUE 'C'.
           88  WS-SUSP-AGE-BUSINESS                   VALUE 'B'.
       01  WS-AGEOUT-CUTOFF-DATE          PIC X(10).
       77  WS-AGEOUT-CUTOFF-IND           PIC S9(04) COMP VALUE 0.
       01  WS-FIRST-SEEN-DATE             PIC X(10).

       01  WS-PROCESS-SOURCE-SW           PIC X(01) VALUE 'F'.
       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    FEED CONTROL -- HEADER/TRAILER VALUES, THE COUNT AND    *
      *    HASH TAKEN BY THE VERIFY PASS, AND THE FEED_REGISTRY    *
      *    HOST VARIABLES                                          *
      *-----------------------------------------------------------*
       01  WS-FEED-NAME                   PIC X(08) VALUE 'CLCTRTRN'.
       01  WS-FEED-SENDER-ID              PIC X(08) VALUE SPACES.
       01  WS-FEED-FILE-DATE              PIC X(10) VALUE SPACES.
       77  WS-FEED-SEQUENCE-NO            PIC S9(09) COMP VALUE 0.
       77  WS-FEED-TRAILER-COUNT          PIC S9(09) COMP VALUE 0.
       77  WS-FEED-TRAILER-HASH           PIC S9(15)V99 COMP-3
                                           VALUE 0.
       77  WS-VERIFY-COUNT                PIC S9(09) COMP VALUE 0.
       77  WS-VERIFY-HASH                 PIC S9(15)V99 COMP-3
                                           VALUE 0.
       77  WS-PRIOR-FEED-COUNT            PIC S9(09) COMP VALUE 0.
       77  WS-LAST-SEQUENCE-NO            PIC S9(09) COMP VALUE 0.
       77  WS-LAST-SEQ-IND                PIC S9(04) COMP VALUE 0.
       01  WS-FEED-STATUS                 PIC X(08) VALUE 'ACCEPTED'.
       01  WS-REFUSAL-CODE                PIC X(04) VALUE SPACES.
       01  WS-REFUSAL-TEXT                PIC X(38) VALUE SPACES.
       01  WS-SEQUENCE-DISPLAY            PIC Z(08)9.

       01  WS-HASH-CUST-ID                PIC X(10).
       01  WS-HASH-CUST-ID-N REDEFINES WS-HASH-CUST-ID
                                          PIC 9(10).

      *-----------------------------------------------------------*
      *    ACKNOWLEDGEMENT WORK AREA -- OUTCOME OF THE CURRENT     *
      *    FEED RECORD, SET WHERE THE OUTCOME IS DECIDED AND       *
      *    WRITTEN ONCE PER RECORD BY 2700-WRITE-ACK-DETAIL        *
      *-----------------------------------------------------------*
       01  WS-ACK-WORK.
           05  WS-ACK-RESULT              PIC X(03).
               88  WS-ACK-ACCEPTED                    VALUE 'ACC'.
               88  WS-ACK-REJECTED                    VALUE 'REJ'.
               88  WS-ACK-DUPLICATE                   VALUE 'DUP'.
           05  WS-ACK-REASON-CODES.
               10  WS-ACK-REASON-CODE     OCCURS 4 TIMES
                                          PIC X(04).
           05  WS-ACK-REASON-TEXT         PIC X(38).

       77  WS-ACK-ACCEPTED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-ACK-REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-ACK-DUPLICATE-COUNT         PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    DISPOSITION WORK AREA                                   *
      *-----------------------------------------------------------*
       01  WS-SUSP-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SUSP-EOF                            VALUE 'Y'.

       01  WS-FEED-REFUSED-SW             PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED                        VALUE 'Y'.

       01  WS-VERIFY-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-VERIFY-EOF                          VALUE 'Y'.

       01  WS-TRAILER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                       VALUE 'Y'.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-SUSP-IN-FILE-STATUS     PIC X(02).
           05  WS-SUSP-OUT-FILE-STATUS    PIC X(02).
           05  WS-ACK-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN FILES, VERIFY THE FEED'S HEADER   *
      *    AND TRAILER, RETRY SUSPENSE, PRIME THE READ.  A REFUSED   *
      *    FEED LEAVES THE APPLY LOOP WITH NOTHING TO DO.            *
      *=============================================================*
       1000-INITIALIZE.

               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.

           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTDISP: OPEN FAILED FOR DISPACK STATUS='
                       WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    "TODAY" IS THE STREAM BUSINESS DATE, NOT THE MACHINE
      *    DATE: THE DATE CUSTRECN PRE OPENED ON STREAM_DATE, OR
      *    BETWEEN STREAMS THE NEXT BUSINESS_CALENDAR BUSINESS DAY
      *    AFTER THE LAST ONE CLOSED
           EXEC SQL
              SELECT CHAR(COALESCE(
                        (SELECT MAX(S.BUSINESS_DATE)
                           FROM STREAM_DATE S
                          WHERE S.STREAM_STATUS = 'OPEN'),
                        (SELECT MIN(K.CAL_DATE)
                           FROM BUSINESS_CALENDAR K
                          WHERE K.BUSINESS_DAY = 'Y'
                            AND K.CAL_DATE >
                                (SELECT MAX(C.BUSINESS_DATE)
                                   FROM STREAM_DATE C
                                  WHERE C.STREAM_STATUS = 'CLOSED')),
                        CURRENT DATE), ISO)
              INTO :WS-CURRENT-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTDISP: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-OUT-FILE.

           IF WS-SUSP-OUT-FILE-STATUS NOT = '00'
           END-IF.

           EXEC SQL
              SELECT SUSP_AGE_DAYS, SUSP_AGE_BASIS
              INTO :WS-SUSP-AGE-DAYS, :WS-SUSP-AGE-BASIS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 7   TO WS-SUSP-AGE-DAYS
               MOVE 'C' TO WS-SUSP-AGE-BASIS
           END-IF.

      *    BUSINESS BASIS: THE CUTOFF IS THE CALENDAR DATE THAT LIES
      *    SUSP_AGE_DAYS BUSINESS DAYS BEFORE TODAY.  NO SUCH DATE
      *    (CALENDAR NOT LOADED THAT FAR BACK) FALLS BACK TO
      *    CALENDAR DAYS SO THE SUSPENSE STILL AGES.
           MOVE -1 TO WS-AGEOUT-CUTOFF-IND.

           IF WS-SUSP-AGE-BUSINESS AND WS-SUSP-AGE-DAYS > 0
               EXEC SQL
                  SELECT CHAR(MAX(K.CAL_DATE), ISO)
                  INTO :WS-AGEOUT-CUTOFF-DATE :WS-AGEOUT-CUTOFF-IND
                  FROM BUSINESS_CALENDAR K
                  WHERE K.BUSINESS_DAY = 'Y'
                    AND K.CAL_DATE < :WS-CURRENT-DATE
                    AND (SELECT COUNT(*)
                           FROM BUSINESS_CALENDAR J
                          WHERE J.BUSINESS_DAY = 'Y'
                            AND J.CAL_DATE >= K.CAL_DATE
                            AND J.CAL_DATE < :WS-CURRENT-DATE)
                        = :WS-SUSP-AGE-DAYS
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-AGEOUT-CUTOFF-IND < 0
                   DISPLAY 'CUSTDISP: BUSINESS_CALENDAR SHORT -- '
                           'SUSPENSE AGED IN CALENDAR DAYS'
                   MOVE -1 TO WS-AGEOUT-CUTOFF-IND
               END-IF
           END-IF.

           IF WS-AGEOUT-CUTOFF-IND < 0
               EXEC SQL
                  SELECT CHAR(DATE(:WS-CURRENT-DATE)
                              - :WS-SUSP-AGE-DAYS DAYS, ISO)
                  INTO :WS-AGEOUT-CUTOFF-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           MOVE SPACES TO DR-REPORT-LINE.
           MOVE 'CUSTDISP COLLECTIONS DISPOSITION RETURNS'
           MOVE SPACES TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.

           PERFORM 1400-VERIFY-FEED-CONTROL
               THRU 1400-EXIT.

      *    THE VERIFY PASS READ TO END OF FILE; START AGAIN FROM THE
      *    TOP FOR THE APPLY PASS
           CLOSE DISPOSITION-FILE.
           OPEN INPUT DISPOSITION-FILE.

           IF WS-DISP-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTDISP: REOPEN FAILED FOR CLCTRTRN STATUS='
                       WS-DISP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1490-ACKNOWLEDGE-FEED-HEADER
               THRU 1490-EXIT.

      *    YESTERDAY'S SUSPENSE IS OURS, NOT THE SENDER'S, SO IT IS
      *    RETRIED WHETHER OR NOT TODAY'S FILE IS TAKEN
           PERFORM 1500-RETRY-SUSPENSE
               THRU 1500-EXIT.

           IF WS-FEED-REFUSED
               PERFORM 1480-REFUSE-FEED
                   THRU 1480-EXIT
               GO TO 1000-EXIT
           END-IF.

      *    STEP PAST THE HEADER THE VERIFY PASS ALREADY PROVED IS
      *    THERE
           READ DISPOSITION-FILE
               AT END
                   SET WS-DISP-EOF TO TRUE
           END-READ.

           PERFORM 2100-READ-DISPOSITION
               THRU 2100-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1400-VERIFY-FEED-CONTROL -- READ THE WHOLE FILE ONCE,     *
      *    BEFORE ANYTHING IS APPLIED.  THE FIRST RECORD MUST BE A   *
      *    FEEDCTL HEADER FOR THIS FEED; EVERY RECORD UP TO THE      *
      *    TRAILER IS COUNTED AND HASHED; THE TRAILER MUST BE THE    *
      *    LAST RECORD AND ITS COUNT AND HASH MUST AGREE.  A FILE    *
      *    THAT PASSES IS THEN CHECKED AGAINST FEED_REGISTRY.  THE   *
      *    FIRST FAILURE FOUND IS THE REFUSAL REASON.                *
      *=============================================================*
       1400-VERIFY-FEED-CONTROL.

           MOVE 0   TO WS-VERIFY-COUNT.
           MOVE 0   TO WS-VERIFY-HASH.
           MOVE 'N' TO WS-VERIFY-EOF-SW.
           MOVE 'N' TO WS-TRAILER-FOUND-SW.
           MOVE 'N' TO WS-FEED-REFUSED-SW.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF WS-VERIFY-EOF
              OR NOT FC-H-IS-HEADER
              OR FC-H-SEQUENCE-NO NOT NUMERIC
               MOVE 'NOHD' TO WS-REFUSAL-CODE
               MOVE 'FEED HEADER MISSING OR UNREADABLE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           MOVE FC-H-SENDER-ID   TO WS-FEED-SENDER-ID.
           MOVE FC-H-FILE-DATE   TO WS-FEED-FILE-DATE.
           MOVE FC-H-SEQUENCE-NO TO WS-FEED-SEQUENCE-NO.

           IF FC-H-FEED-NAME NOT = WS-FEED-NAME
               MOVE 'WFED' TO WS-REFUSAL-CODE
               MOVE 'HEADER NAMES A DIFFERENT FEED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1420-COUNT-ONE-RECORD
               THRU 1420-EXIT
               UNTIL WS-VERIFY-EOF
                  OR WS-TRAILER-FOUND.

           IF NOT WS-TRAILER-FOUND
              OR FC-T-RECORD-COUNT NOT NUMERIC
              OR FC-T-HASH-TOTAL NOT NUMERIC
               MOVE 'NOTR' TO WS-REFUSAL-CODE
               MOVE 'NO TRAILER -- SHORT OR TRUNCATED FILE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           MOVE FC-T-RECORD-COUNT TO WS-FEED-TRAILER-COUNT.
           MOVE FC-T-HASH-TOTAL   TO WS-FEED-TRAILER-HASH.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF NOT WS-VERIFY-EOF
               MOVE 'XTRL' TO WS-REFUSAL-CODE
               MOVE 'RECORDS FOUND AFTER THE TRAILER'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           IF WS-VERIFY-COUNT NOT = WS-FEED-TRAILER-COUNT
               MOVE 'CNTE' TO WS-REFUSAL-CODE
               MOVE 'TRAILER RECORD COUNT DOES NOT MATCH'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           IF WS-VERIFY-HASH NOT = WS-FEED-TRAILER-HASH
               MOVE 'HSHE' TO WS-REFUSAL-CODE
               MOVE 'TRAILER HASH TOTAL DOES NOT MATCH'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1450-CHECK-FEED-REGISTRY
               THRU 1450-EXIT.

           GO TO 1400-EXIT.

       1400-EXIT.
           EXIT.

      *=============================================================*
      *    1410-READ-VERIFY-RECORD                                  *
      *=============================================================*
       1410-READ-VERIFY-RECORD.

           READ DISPOSITION-FILE
               AT END
                   SET WS-VERIFY-EOF TO TRUE
           END-READ.

           GO TO 1410-EXIT.

       1410-EXIT.
           EXIT.

      *=============================================================*
      *    1420-COUNT-ONE-RECORD -- ONE RECORD OF THE VERIFY PASS.   *
      *    CLCTRTRN CARRIES NO AMOUNT, SO THE HASH IS THE SUM OF THE *
      *    CUST-ID TAKEN AS A NUMBER (ONE NOT ALL DIGITS ADDS        *
      *    NOTHING).                                                 *
      *=============================================================*
       1420-COUNT-ONE-RECORD.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF WS-VERIFY-EOF
               GO TO 1420-EXIT
           END-IF.

           IF FC-T-IS-TRAILER
               SET WS-TRAILER-FOUND TO TRUE
               GO TO 1420-EXIT
           END-IF.

           ADD 1 TO WS-VERIFY-COUNT.

           MOVE DP-CUST-ID TO WS-HASH-CUST-ID.
           IF WS-HASH-CUST-ID-N NUMERIC
               ADD WS-HASH-CUST-ID-N TO WS-VERIFY-HASH
           END-IF.

           GO TO 1420-EXIT.

       1420-EXIT.
           EXIT.

      *=============================================================*
      *    1450-CHECK-FEED-REGISTRY -- A SEQUENCE NUMBER ALREADY     *
      *    ACCEPTED FOR THIS FEED AND SENDER IS A RESENT FILE; ONE   *
      *    THAT IS NOT THE LAST ACCEPTED PLUS ONE IS OUT OF          *
      *    SEQUENCE.  THE FIRST FILE EVER SEEN FROM A SENDER SETS    *
      *    THE STARTING POINT.  A REGISTRY THAT CANNOT BE READ       *
      *    REFUSES THE FILE RATHER THAN RISK APPLYING IT TWICE.      *
      *=============================================================*
       1450-CHECK-FEED-REGISTRY.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PRIOR-FEED-COUNT
              FROM FEED_REGISTRY
              WHERE FEED_NAME = :WS-FEED-NAME
                AND SENDER_ID = :WS-FEED-SENDER-ID
                AND SEQUENCE_NO = :WS-FEED-SEQUENCE-NO
                AND FEED_STATUS = 'ACCEPTED'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'REGE' TO WS-REFUSAL-CODE
               MOVE 'FEED_REGISTRY READ FAILED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           IF WS-PRIOR-FEED-COUNT > 0
               MOVE 'DUPF' TO WS-REFUSAL-CODE
               MOVE 'SEQUENCE NUMBER ALREADY PROCESSED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(SEQUENCE_NO)
              INTO :WS-LAST-SEQUENCE-NO :WS-LAST-SEQ-IND
              FROM FEED_REGISTRY
              WHERE FEED_NAME = :WS-FEED-NAME
                AND SENDER_ID = :WS-FEED-SENDER-ID
                AND FEED_STATUS = 'ACCEPTED'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'REGE' TO WS-REFUSAL-CODE
               MOVE 'FEED_REGISTRY READ FAILED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           IF WS-LAST-SEQ-IND >= 0
              AND WS-FEED-SEQUENCE-NO NOT = WS-LAST-SEQUENCE-NO + 1
               MOVE 'OSEQ' TO WS-REFUSAL-CODE
               MOVE 'OUT OF SEQUENCE -- NOT LAST PLUS ONE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
           END-IF.

           GO TO 1450-EXIT.

       1450-EXIT.
           EXIT.

      *=============================================================*
      *    1480-REFUSE-FEED -- NOTHING ON THE FILE IS APPLIED.  THE  *
      *    REASON GOES ON THE REPORT AND THE CONSOLE, THE STEP ENDS  *
      *    RC 8, AND 8000-FINALIZE STILL REGISTERS THE REFUSAL AND   *
      *    CLOSES THE ACKNOWLEDGEMENT.                               *
      *=============================================================*
       1480-REFUSE-FEED.

           MOVE 'REFUSED' TO WS-FEED-STATUS.

           MOVE SPACES TO DR-REPORT-LINE.
           MOVE '*** FEED REFUSED -- NO RECORD APPLIED ***'
               TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.

           MOVE SPACES TO DR-REPORT-LINE.
           STRING 'REASON: ' DELIMITED BY SIZE
                  WS-REFUSAL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSAL-TEXT DELIMITED BY SIZE
                  INTO DR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE DR-REPORT-LINE.

           DISPLAY 'CUSTDISP: CLCTRTRN FEED REFUSED -- '
                   WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT.

           MOVE 8 TO RETURN-CODE.
           SET WS-DISP-EOF TO TRUE.

           GO TO 1480-EXIT.

       1480-EXIT.
           EXIT.

      *=============================================================*
      *    1490-ACKNOWLEDGE-FEED-HEADER -- 'H' RECORD ON DISPACK     *
      *    ECHOING THE FEED HEADER WITH THE ACCEPT/REFUSE DECISION,  *
      *    AND THE SAME FEED IDENTITY ON THE REPORT                  *
      *=============================================================*
       1490-ACKNOWLEDGE-FEED-HEADER.

           IF WS-FEED-REFUSED
               MOVE 'REFUSED' TO WS-FEED-STATUS
           END-IF.

           MOVE SPACES              TO AK-HEADER-RECORD.
           SET AK-H-TYPE-HEADER     TO TRUE.
           MOVE WS-FEED-NAME        TO AK-H-FEED-NAME.
           MOVE WS-FEED-SENDER-ID   TO AK-H-SENDER-ID.
           MOVE WS-FEED-FILE-DATE   TO AK-H-FILE-DATE.
           MOVE WS-FEED-SEQUENCE-NO TO AK-H-SEQUENCE-NO.
           MOVE WS-FEED-STATUS      TO AK-H-FEED-STATUS.
           MOVE WS-REFUSAL-CODE     TO AK-H-REFUSAL-CODE.
           MOVE WS-RUN-TIMESTAMP    TO AK-H-PROCESSED-TS.
           WRITE AK-HEADER-RECORD.

           MOVE WS-FEED-SEQUENCE-NO TO WS-SEQUENCE-DISPLAY.
           MOVE SPACES TO DR-REPORT-LINE.
           STRING 'FEED: ' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SIZE
                  '  SENDER: ' DELIMITED BY SIZE
                  WS-FEED-SENDER-ID DELIMITED BY SIZE
                  '  FILE DATE: ' DELIMITED BY SIZE
                  WS-FEED-FILE-DATE DELIMITED BY SIZE
                  '  SEQUENCE: ' DELIMITED BY SIZE
                  WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                  INTO DR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE DR-REPORT-LINE.

           MOVE SPACES TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.

           GO TO 1490-EXIT.

       1490-EXIT.
           EXIT.

      *=============================================================*
      *    1500-RETRY-SUSPENSE -- RE-RUN YESTERDAY'S UNRESOLVED      *
      *    RETURNS THROUGH THE SAME APPLY LOGIC BEFORE TOUCHING      *

           SET WS-FEED-SOURCE TO TRUE.
           MOVE WS-CURRENT-DATE TO WS-FIRST-SEEN-DATE.
           MOVE SPACES TO WS-ACK-WORK.

           PERFORM 2050-APPLY-ONE-RETURN
               THRU 2050-EXIT.

           PERFORM 2700-WRITE-ACK-DETAIL
               THRU 2700-EXIT.

           PERFORM 2100-READ-DISPOSITION
               THRU 2100-EXIT.


           IF NOT WS-DISP-CODE-VALID
               ADD 1 TO WS-UNKNOWN-CODE-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'UNKC' TO WS-ACK-REASON-CODE(1)
               MOVE 'UNKNOWN DISPOSITION CODE'
                   TO WS-ACK-REASON-TEXT
               PERFORM 2600-SUSPEND-OR-AGE
                   THRU 2600-EXIT
           ELSE
           EXIT.

      *=============================================================*
      *    2100-READ-DISPOSITION -- THE TRAILER ENDS THE APPLY PASS  *
      *=============================================================*
       2100-READ-DISPOSITION.

               AT END
                   SET WS-DISP-EOF TO TRUE
               NOT AT END
                   IF FC-T-IS-TRAILER
                       SET WS-DISP-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-DISP-READ-COUNT
                   END-IF
           END-READ.

           GO TO 2100-EXIT.

           IF SQLCODE = 100
               ADD 1 TO WS-UNMATCHED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'NOTF' TO WS-ACK-REASON-CODE(1)
               MOVE 'NOT ON CUSTOMER_DATA -- HELD FOR RETRY'
                   TO WS-ACK-REASON-TEXT
               PERFORM 2600-SUSPEND-OR-AGE
                   THRU 2600-EXIT
               GO TO 2300-EXIT
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-UPDATE-FAILED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'DBER' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               IF WS-RETRY-SOURCE
                   PERFORM 2600-SUSPEND-OR-AGE
                       THRU 2600-EXIT
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-HELD-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'HOLD' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2300-EXIT
           END-IF.

           IF WS-OLD-STATUS = WS-NEW-STATUS
               ADD 1 TO WS-UNCHANGED-COUNT
               SET WS-ACK-DUPLICATE TO TRUE
               MOVE 'ALREADY AT THE RETURNED STATUS'
                   TO WS-ACK-REASON-TEXT
               GO TO 2300-EXIT
           END-IF.

           IF SQLCODE = 0
               PERFORM 2410-WRITE-AUDIT-ROW
                   THRU 2410-EXIT
               IF WS-OLD-STATUS = 'NOTICE'
                   PERFORM 2420-CLOSE-NOTICE
                       THRU 2420-EXIT
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               SET WS-ACK-ACCEPTED TO TRUE
           ELSE
               MOVE 'CUSTOMER_DATA UPDATE FAILED' TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-UPDATE-FAILED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'DBER' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
      *        SAME DISCIPLINE AS THE READ-FAILURE PATH: A RETRY
      *        THAT COULD NOT BE APPLIED CARRIES TO TOMORROW
               IF WS-RETRY-SOURCE
       2410-EXIT.
           EXIT.

      *=============================================================*
      *    2420-CLOSE-NOTICE -- THE ROW WAS IN ITS NOTICE PERIOD;    *
      *    COLLECTIONS' DISPOSITION SETTLES IT, SO THE OPEN NOTICE   *
      *    IS CLOSED HERE IN THE SAME UNIT OF WORK AND CUSTPROC      *
      *    WILL NOT RELEASE IT TO CLCTFEED WHEN ITS CURE PERIOD      *
      *    ENDS.  NO OPEN NOTICE TO CLOSE IS NOT AN ERROR.           *
      *=============================================================*
       2420-CLOSE-NOTICE.

           EXEC SQL
              UPDATE CUSTOMER_NOTICE
              SET NOTICE_STATUS = 'CANCELLED',
                  CLOSE_TS = :WS-RUN-TIMESTAMP,
                  CLOSE_REASON = 'DISP'
              WHERE CUST_ID = :WS-CUST-ID
                AND NOTICE_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-NOTICE-CLOSED-COUNT
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'CUSTOMER_NOTICE UPDATE FAILED' TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-UPDATE-FAILED-COUNT
           END-IF.

           GO TO 2420-EXIT.

       2420-EXIT.
           EXIT.

      *=============================================================*
      *    2500-WRITE-DETAIL-LINE -- ONE REPORT LINE PER RETURN THAT *
      *    COULD NOT BE APPLIED, WITH THE REASON                     *
       2600-EXIT.
           EXIT.

      *=============================================================*
      *    2700-WRITE-ACK-DETAIL -- ONE 'D' RECORD ON DISPACK PER    *
      *    FEED RECORD (SUSPENSE RETRIES ARE NOT THE SENDER'S AND    *
      *    ARE NOT ACKNOWLEDGED), WITH THE OUTCOME 2050 ARRIVED AT   *
      *=============================================================*
       2700-WRITE-ACK-DETAIL.

           MOVE SPACES              TO AK-DETAIL-RECORD.
           SET AK-D-TYPE-DETAIL     TO TRUE.
           MOVE WS-DISP-READ-COUNT  TO AK-D-RECORD-NO.
           MOVE DP-CUST-ID          TO AK-D-CUST-ID.
           MOVE WS-ACK-RESULT       TO AK-D-RESULT.
           MOVE WS-ACK-REASON-CODES TO AK-D-REASON-CODES.
           MOVE WS-ACK-REASON-TEXT  TO AK-D-REASON-TEXT.
           WRITE AK-DETAIL-RECORD.

           EVALUATE TRUE
               WHEN WS-ACK-ACCEPTED
                   ADD 1 TO WS-ACK-ACCEPTED-COUNT
               WHEN WS-ACK-DUPLICATE
                   ADD 1 TO WS-ACK-DUPLICATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ACK-REJECTED-COUNT
           END-EVALUATE.

           GO TO 2700-EXIT.

       2700-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, CONTROL TOTALS, CLOSE            *
      *=============================================================*
       8000-FINALIZE.

           PERFORM 8300-REGISTER-FEED
               THRU 8300-EXIT.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 8350-WRITE-ACK-TRAILER
               THRU 8350-EXIT.

           MOVE SPACES TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.

           MOVE WS-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'OPEN NOTICES CLOSED:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-CLOSED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'UNMATCHED CUST-IDS:' TO WS-SUMMARY-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           CLOSE DISPOSITION-FILE.
           CLOSE DISP-REPORT-FILE.
           CLOSE SUSPENSE-OUT-FILE.
           CLOSE ACK-FILE.

           GO TO 8000-EXIT.


       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8300-REGISTER-FEED -- ONE FEED_REGISTRY ROW PER FILE      *
      *    PRESENTED, ACCEPTED OR REFUSED, SO WHAT ARRIVED AND WHAT  *
      *    BECAME OF IT CAN BE QUERIED.  ONLY 'ACCEPTED' ROWS COUNT  *
      *    TOWARD THE DUPLICATE AND SEQUENCE CHECKS.  COMMITTED BY   *
      *    8000-FINALIZE WITH THE LAST OF THE INSERTS.               *
      *=============================================================*
       8300-REGISTER-FEED.

           EXEC SQL
              INSERT INTO FEED_REGISTRY
                 (FEED_NAME, SENDER_ID, SEQUENCE_NO, FILE_DATE,
                  RECORD_COUNT, HASH_TOTAL, FEED_STATUS,
                  REFUSAL_CODE, ACCEPTED_COUNT, REJECTED_COUNT,
                  DUPLICATE_COUNT, PROCESS_PROGRAM, PROCESSED_TS)
              VALUES
                 (:WS-FEED-NAME, :WS-FEED-SENDER-ID,
                  :WS-FEED-SEQUENCE-NO, :WS-FEED-FILE-DATE,
                  :WS-VERIFY-COUNT, :WS-VERIFY-HASH, :WS-FEED-STATUS,
                  :WS-REFUSAL-CODE, :WS-ACK-ACCEPTED-COUNT,
                  :WS-ACK-REJECTED-COUNT, :WS-ACK-DUPLICATE-COUNT,
                  :WS-CHANGE-SOURCE, :WS-RUN-TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO DR-REPORT-LINE
               MOVE 'FEED_REGISTRY INSERT FAILED -- SEE SQLCODE'
                   TO DR-REPORT-LINE
               WRITE DR-REPORT-LINE
               DISPLAY 'CUSTDISP: FEED_REGISTRY INSERT FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO 8300-EXIT.

       8300-EXIT.
           EXIT.

      *=============================================================*
      *    8350-WRITE-ACK-TRAILER -- 'T' RECORD CLOSING DISPACK      *
      *=============================================================*
       8350-WRITE-ACK-TRAILER.

           MOVE SPACES                 TO AK-TRAILER-RECORD.
           SET AK-T-TYPE-TRAILER       TO TRUE.
           MOVE WS-DISP-READ-COUNT     TO AK-T-RECORD-COUNT.
           MOVE WS-ACK-ACCEPTED-COUNT  TO AK-T-ACCEPTED-COUNT.
           MOVE WS-ACK-REJECTED-COUNT  TO AK-T-REJECTED-COUNT.
           MOVE WS-ACK-DUPLICATE-COUNT TO AK-T-DUPLICATE-COUNT.
           WRITE AK-TRAILER-RECORD.

           GO TO 8350-EXIT.

       8350-EXIT.
           EXIT.
