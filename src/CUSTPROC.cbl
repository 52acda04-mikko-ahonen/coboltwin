      *                        READS BOTH LOGS BACK TO RE-PROCESS
      *                        THE CUSTOMERS THAT FAILED, SO THE
      *                        LAYOUTS MUST NOT BE DECLARED TWICE.
      *       2026-10-15  JH   HOUSEHOLD TIERING: WHEN THE CUSTOMER
      *                        BELONGS TO A HOUSEHOLD ON
      *                        HOUSEHOLD_MEMBER, THE 2320 BALANCE-
      *                        TIER FALLBACK NOW TIERS ON THE
      *                        COMBINED BALANCE OF EVERY MEMBER OF
      *                        THAT HOUSEHOLD INSTEAD OF THE ONE
      *                        ROW'S OWN BALANCE, SO THREE MODEST
      *                        ACCOUNTS IN ONE RELATIONSHIP NO LONGER
      *                        COME OUT AS THREE LOW SEGMENTS.  A
      *                        CUSTOMER IN NO HOUSEHOLD (OR A FAILED
      *                        LOOKUP) TIERS ON ITS OWN BALANCE AS
      *                        BEFORE.  A SEGMENT DL/I SUPPLIES IS
      *                        STILL TAKEN AS IS.
      *       2026-10-15  JH   NOTICE PERIOD BEFORE COLLECTIONS: A ROW
      *                        FAILING VALIDATION FOR THE FIRST TIME
      *                        NO LONGER GOES STRAIGHT TO CLCTFEED.
      *                        IT IS PUT ON STATUS 'NOTICE', AN OPEN
      *                        CUSTOMER_NOTICE ROW IS WRITTEN WITH A
      *                        CURE-END DATE RULE_CONTROL'S
      *                        NOTICE_CURE_DAYS OUT, AND A LETTER
      *                        RECORD GOES TO THE NEW NOTCFEED
      *                        EXTRACT.  A NOTICE ROW THAT VALIDATES
      *                        CLEAN BEFORE THE CURE-END DATE GOES
      *                        BACK TO VALID AND ITS NOTICE IS
      *                        CANCELLED WITH NO REFERRAL; ONE STILL
      *                        FAILING ON OR AFTER IT IS RELEASED TO
      *                        INVALID AND REFERRED ON CLCTFEED
      *                        EXACTLY AS A NEW REJECT USED TO BE.
      *                        NOTICE_CURE_DAYS OF ZERO RESTORES THE
      *                        OLD IMMEDIATE REFERRAL.  NOTICE ROWS
      *                        STILL GO TO EXCPFEED, AND A DELTA RUN
      *                        ALWAYS FETCHES THEM SO A CURE PERIOD
      *                        ENDING MID-WEEK IS NOT MISSED.  NOTICE
      *                        COUNTS ADDED TO SUMRPT AND THE RESTART
      *                        RECORD.
      *       2026-10-15  JH   STREAM BUSINESS DATE: "TODAY" FOR THE
      *                        RUN_CONTROL CHECKS AND REGISTRATION,
      *                        THE RULE_CONTROL EFFECTIVE DATE, HOLD
      *                        EXPIRY, NOTICE AND CURE-END DATES AND
      *                        THE DORMANCY CUTOFF IS NOW THE DATE
      *                        CUSTRECN PRE OPENED ON STREAM_DATE
      *                        (1080), SO A PASS THAT STARTS OR
      *                        RESTARTS AFTER MIDNIGHT STILL FINDS
      *                        ITS OWN PRE.  THE DORMANCY CUTOFF
      *                        FOLLOWS RULE_CONTROL DORMANT_BASIS THE
      *                        SAME WAY CUSTDORM'S DOES.
      *       2026-10-15  JH   ESCHEATMENT: A ROW CUSTESCH HAS MOVED TO
      *                        STATUS 'ESCHEATED' (BALANCE REPORTED
      *                        AND REMITTED TO THE STATE) IS LEFT
      *                        ALONE FOR GOOD -- NO VALIDATE, NO DL/I,
      *                        NO UPDATE, EVEN IF THE POSTING SYSTEM
      *                        STAMPS IT -- AND COUNTED WITH THE
      *                        DORMANT ROWS LEFT ASLEEP, SO THE
      *                        RECONTOT 'PROC' RECORD STILL TIES OUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTPROC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO NOTCFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  RS-IMS-SYNC-FAIL-COUNT     PIC 9(09) COMP.
           05  RS-OVERRIDE-HELD-COUNT     PIC 9(09) COMP.
           05  RS-DORMANT-HELD-COUNT      PIC 9(09) COMP.
           05  RS-NOTICE-ISSUED-COUNT     PIC 9(09) COMP.
           05  RS-NOTICE-HELD-COUNT       PIC 9(09) COMP.
           05  RS-NOTICE-RELEASED-COUNT   PIC 9(09) COMP.
           05  RS-NOTICE-CURED-COUNT      PIC 9(09) COMP.
           05  RS-NOTICE-FAIL-COUNT       PIC 9(09) COMP.

       FD  DLI-ERROR-FILE
           RECORDING MODE IS F.
       01  DC-DELTA-RECORD.
           05  DC-LAST-RUN-TS             PIC X(26).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
           COPY NOTCREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77  WS-TIER-MED-THRESHOLD           PIC S9(7)V99 COMP-3
                                            VALUE 1000.00.

      *    HOUSEHOLD TIERING -- 2320 TIERS A HOUSEHOLD MEMBER ON THE
      *    COMBINED BALANCE OF THE WHOLE HOUSEHOLD (HOUSEHOLD_MEMBER
      *    JOINED TO CUSTOMER_DATA); NULL WHEN THE CUSTOMER BELONGS
      *    TO NO HOUSEHOLD, HENCE THE INDICATOR
       77  WS-TIER-BALANCE                 PIC S9(09)V99 COMP-3
                                            VALUE 0.
       77  WS-HHLD-BALANCE                 PIC S9(09)V99 COMP-3
                                            VALUE 0.
       77  WS-HHLD-BALANCE-IND             PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RULE_CONTROL-DRIVEN RULE SET.  EACH SWITCH ENABLES ONE  *
      *    VALIDATION RULE; THE DEFAULTS REPRODUCE THE HISTORICAL  *
       77  WS-DORMANT-HELD-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-DORMANT-MONTHS               PIC S9(09) COMP VALUE 24.
       01  WS-DORMANT-CUTOFF-TS            PIC X(26).
       01  WS-DORMANT-BASIS                PIC X(01) VALUE 'C'.
           88  WS-DORMANT-BUSINESS                     VALUE 'B'.
       77  WS-DORMANT-CUTOFF-IND           PIC S9(04) COMP VALUE 0.

       01  WS-CURRENT-DATE                 PIC X(10).
       01  WS-WARN-DATE                    PIC X(10).

      *-----------------------------------------------------------*
      *    NOTICE PERIOD.  A ROW FAILING VALIDATION FOR THE FIRST  *
      *    TIME GOES TO 'NOTICE' FOR RULE_CONTROL'S                *
      *    NOTICE_CURE_DAYS (ZERO MEANS REFER IMMEDIATELY, AS      *
      *    BEFORE) AND IS ONLY REFERRED ON CLCTFEED IF IT IS STILL *
      *    FAILING WHEN THE CURE-END DATE ON ITS OPEN              *
      *    CUSTOMER_NOTICE ROW ARRIVES.  2260 DECIDES THE ACTION;  *
      *    2230 COUNTS IT AND WRITES THE LETTER; 2280 RECORDS IT   *
      *    ON CUSTOMER_NOTICE AFTER A SUCCESSFUL LIVE UPDATE.      *
      *-----------------------------------------------------------*
       77  WS-NOTICE-CURE-DAYS             PIC S9(09) COMP VALUE 30.
       01  WS-NEW-CURE-END-DATE            PIC X(10).
       01  WS-CURE-END-DATE                PIC X(10).
       77  WS-CURE-END-IND                 PIC S9(04) COMP VALUE 0.

       01  WS-NOTICE-ACTION-SW             PIC X(01) VALUE SPACE.
           88  WS-NOTICE-NO-ACTION                     VALUE SPACE.
           88  WS-NOTICE-ISSUE                         VALUE 'I'.
           88  WS-NOTICE-HOLD                          VALUE 'H'.
           88  WS-NOTICE-RELEASE                       VALUE 'R'.
           88  WS-NOTICE-CANCEL                        VALUE 'C'.

       77  WS-NOTICE-ISSUED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-HELD-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-RELEASED-COUNT        PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-CURED-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-FAIL-COUNT            PIC 9(09) COMP VALUE 0.

       77  WS-EXPIRING-USED                PIC 9(03) COMP VALUE 0.
       77  WS-EXPIRING-MAX                 PIC 9(03) COMP VALUE 50.
       77  WS-EXPIRING-IX                  PIC 9(03) COMP VALUE 0.
           05  WS-CLCT-FILE-STATUS        PIC X(02).
           05  WS-SQL-ERR-FILE-STATUS     PIC X(02).
           05  WS-DELTA-FILE-STATUS       PIC X(02).
           05  WS-NOTC-FILE-STATUS        PIC X(02).

      *-----------------------------------------------------------*
      *    ABEND-ON-BAD-OPEN WORK AREA -- SHARED BY EVERY CALL TO   *
           PERFORM 1050-DETERMINE-RUN-MODE
               THRU 1050-EXIT.

           PERFORM 1080-GET-BUSINESS-DATE
               THRU 1080-EXIT.

           IF NOT WS-REPORT-ONLY
               PERFORM 1500-CHECK-RUN-CONTROL
                   THRU 1500-EXIT
           MOVE 'SQLERRLG' TO WS-ABEND-FILE-NAME.
           PERFORM 1090-CHECK-FILE-STATUS THRU 1090-EXIT.

           OPEN OUTPUT NOTICE-FILE.
           MOVE WS-NOTC-FILE-STATUS TO WS-ABEND-FILE-STATUS.
           MOVE 'NOTCFEED' TO WS-ABEND-FILE-NAME.
           PERFORM 1090-CHECK-FILE-STATUS THRU 1090-EXIT.

           PERFORM 1100-READ-RESTART-POINT
               THRU 1100-EXIT.

      *    THE WEEKLY FULL PASS (AND AN EXPIRED HOLD WOULD WAIT UP
      *    TO A WEEK TO BE RELEASED).  HELD ROWS ARE CHEAP -- 2150
      *    SKIPS ALL VALIDATE/DL-I/UPDATE WORK FOR THEM.
      *    NOTICE ROWS ARE FETCHED ON A DELTA RUN FOR THE SAME
      *    REASON: A CUSTOMER WHO IGNORES THE LETTER HAS NO POSTING
      *    ACTIVITY EITHER, AND THE REFERRAL MUST GO OUT THE NIGHT
      *    THE CURE PERIOD ENDS, NOT ON THE NEXT WEEKLY PASS.
      *    THE PARTITION RANGE TEST ONLY BITES WHEN PART= WAS ON THE
      *    PARM, THE SAME WAY THE DELTA TEST ONLY BITES ON A DELTA
      *    RUN, SO AN UNPARTITIONED PASS STILL SEES EVERY ROW
              WHERE CUST_ID > :WS-RESTART-CUST-ID
                AND (:WS-DELTA-MODE-SW = 'N'
                     OR LAST_MAINT_TS > :WS-LAST-RUN-TS
                     OR OVERRIDE_FLAG = 'Y'
                     OR STATUS = 'NOTICE')
                AND (:WS-PART-SW = 'N'
                     OR (CUST_ID >= :WS-PART-LOW
                         AND CUST_ID <= :WS-PART-HIGH))
       1060-EXIT.
           EXIT.

      *=============================================================*
      *    1080-GET-BUSINESS-DATE -- "TODAY" FOR EVERYTHING IN THIS  *
      *    PASS IS THE STREAM BUSINESS DATE: THE DATE CUSTRECN PRE   *
      *    OPENED ON STREAM_DATE, OR BETWEEN STREAMS THE NEXT        *
      *    BUSINESS_CALENDAR BUSINESS DAY AFTER THE LAST ONE CLOSED. *
      *    THE MACHINE DATE IS ONLY THE LAST RESORT.                 *
      *=============================================================*
       1080-GET-BUSINESS-DATE.

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
               DISPLAY 'CUSTPROC: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           GO TO 1080-EXIT.

       1080-EXIT.
           EXIT.

      *=============================================================*
      *    1070-SCAN-ONE-POSITION                                   *
      *=============================================================*
                     CHK_BALANCE_LIMIT,
                     CHK_NAME_PRINTABLE,
                     OVERRIDE_WARN_DAYS,
                     DORMANT_MONTHS,
                     NOTICE_CURE_DAYS,
                     DORMANT_BASIS
              INTO :WS-RULE-SET-VERSION,
                   :WS-TIER-HIGH-THRESHOLD,
                   :WS-TIER-MED-THRESHOLD,
                   :WS-RULE-BAL-LIMIT-SW,
                   :WS-RULE-NAME-CHARS-SW,
                   :WS-OVERRIDE-WARN-DAYS,
                   :WS-DORMANT-MONTHS,
                   :WS-NOTICE-CURE-DAYS,
                   :WS-DORMANT-BASIS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
              SELECT COUNT(*)
              INTO :WS-RC-ROW-COUNT
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-CURRENT-DATE
                AND STEP_NAME = 'PRE'
                AND STEP_STATUS = 'COMPLETE'
           END-EXEC.
              SELECT COUNT(*)
              INTO :WS-RC-ROW-COUNT
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-CURRENT-DATE
                AND STEP_NAME = 'PROC'
                AND STEP_STATUS = 'COMPLETE'
                AND PART_RANGE = :WS-PART-RANGE
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE, PART_RANGE)
              VALUES
                 (:WS-CURRENT-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, :WS-RUN-MODE-TEXT,
                  :WS-PART-RANGE)
           END-EXEC.
       1600-SET-HOLD-DATES.

           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE)
                          + :WS-OVERRIDE-WARN-DAYS DAYS, ISO)
              INTO :WS-WARN-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    CURE-END DATE FOR ANY NOTICE ISSUED TONIGHT
           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE)
                          + :WS-NOTICE-CURE-DAYS DAYS, ISO)
              INTO :WS-NEW-CURE-END-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    INSTANT IS STILL ASLEEP; ONE STAMPED SINCE HAS POSTING
      *    ACTIVITY AND FLOWS BACK THROUGH NORMAL VALIDATION
           EXEC SQL
              SELECT CHAR(TIMESTAMP(DATE(:WS-CURRENT-DATE),
                                    CURRENT TIME)
                          - :WS-DORMANT-MONTHS MONTHS)
              INTO :WS-DORMANT-CUTOFF-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    BUSINESS BASIS: THE CUTOFF ROLLS BACK FROM THE MONTHS-AGO
      *    DATE TO THE START OF THE LAST BUSINESS DAY ON OR BEFORE
      *    IT, SO A ROW IS NEVER CALLED DORMANT ON THE STRENGTH OF A
      *    WEEKEND OR HOLIDAY NO POSTING COULD HAVE HAPPENED ON
           IF WS-DORMANT-BUSINESS
               EXEC SQL
                  SELECT CHAR(TIMESTAMP(MAX(K.CAL_DATE),
                                        TIME('00.00.00')))
                  INTO :WS-DORMANT-CUTOFF-TS :WS-DORMANT-CUTOFF-IND
                  FROM BUSINESS_CALENDAR K
                  WHERE K.BUSINESS_DAY = 'Y'
                    AND K.CAL_DATE <= DATE(:WS-CURRENT-DATE)
                                      - :WS-DORMANT-MONTHS MONTHS
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-DORMANT-CUTOFF-IND < 0
                   DISPLAY 'CUSTPROC: BUSINESS_CALENDAR SHORT -- '
                           'DORMANCY CUTOFF IN CALENDAR DAYS'
                   EXEC SQL
                      SELECT CHAR(TIMESTAMP(DATE(:WS-CURRENT-DATE),
                                            CURRENT TIME)
                                  - :WS-DORMANT-MONTHS MONTHS)
                      INTO :WS-DORMANT-CUTOFF-TS
                      FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
           END-IF.

           GO TO 1600-EXIT.

       1600-EXIT.
                       TO WS-OVERRIDE-HELD-COUNT
                   MOVE RS-DORMANT-HELD-COUNT
                       TO WS-DORMANT-HELD-COUNT
                   MOVE RS-NOTICE-ISSUED-COUNT
                       TO WS-NOTICE-ISSUED-COUNT
                   MOVE RS-NOTICE-HELD-COUNT
                       TO WS-NOTICE-HELD-COUNT
                   MOVE RS-NOTICE-RELEASED-COUNT
                       TO WS-NOTICE-RELEASED-COUNT
                   MOVE RS-NOTICE-CURED-COUNT
                       TO WS-NOTICE-CURED-COUNT
                   MOVE RS-NOTICE-FAIL-COUNT
                       TO WS-NOTICE-FAIL-COUNT
           END-READ.

           GO TO 1110-EXIT.
                       PERFORM 2200-VALIDATE-ROW
                           THRU 2200-EXIT

                       PERFORM 2260-APPLY-NOTICE-PERIOD
                           THRU 2260-EXIT

                       PERFORM 2300-ENRICH-SEGMENT
                           THRU 2300-EXIT

      *    ALL): NO VALIDATE, NO DL/I, NO UPDATE.  ANY POSTING       *
      *    ACTIVITY SINCE THE CUTOFF LETS THE ROW FALL THROUGH TO    *
      *    NORMAL PROCESSING, WHICH RE-DERIVES VALID/INVALID --      *
      *    THE RETURN PATH, WITH NO CINQ OVERRIDE NEEDED.  AN        *
      *    'ESCHEATED' ROW HAS NO RETURN PATH: THE MONEY IS WITH THE *
      *    STATE AND THE CUSTOMER RECLAIMS IT THERE, SO IT STAYS     *
      *    ASLEEP WHATEVER THE POSTING SYSTEM DOES TO IT.            *
      *=============================================================*
       2170-CHECK-DORMANT-ROW.

           MOVE 'N' TO WS-DORMANT-HELD-SW.

           IF WS-OLD-STATUS = 'ESCHEATED'
               SET WS-DORMANT-HELD TO TRUE
               ADD 1 TO WS-DORMANT-HELD-COUNT
               GO TO 2170-EXIT
           END-IF.

           IF WS-OLD-STATUS NOT = 'DORMANT'
               GO TO 2170-EXIT
           END-IF.

      *=============================================================*
      *    2230-WRITE-INVALID-EXTRACTS -- WRITES EXCPFEED/CLCTFEED   *
      *    FOR AN INVALID ROW, AND NOTCFEED (PLUS THE NOTICE COUNTS) *
      *    FOR A ROW 2260 MOVED INTO OR OUT OF ITS NOTICE PERIOD.    *
      *    CALLED ONLY ONCE THE ROW'S OUTCOME                        *
      *    IS KNOWN -- AFTER A SUCCESSFUL LIVE UPDATE, OR, FOR A     *
      *    REPORT-ONLY RUN, AS SOON AS DL/I ENRICHMENT CLEARS THE    *
      *    ROW FOR WHAT WOULD HAVE BEEN AN UPDATE -- SO NEITHER      *
      *=============================================================*
       2230-WRITE-INVALID-EXTRACTS.

      *    A ROW IN ITS NOTICE PERIOD IS STILL A REJECT AS FAR AS
      *    EXCPFEED (AND SO CUSTEXCP/CUSTCHRN) IS CONCERNED -- ONLY
      *    THE COLLECTIONS REFERRAL WAITS FOR THE CURE PERIOD
           IF WS-STATUS = 'INVALID' OR WS-STATUS = 'NOTICE'
               PERFORM 2210-WRITE-EXCEPTION
                   THRU 2210-EXIT
                   VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > WS-REASON-COUNT
           END-IF.

           IF WS-STATUS = 'INVALID'
              AND WS-OLD-STATUS NOT = 'INVALID'
               PERFORM 2220-WRITE-COLLECTIONS-EXTRACT
                   THRU 2220-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOTICE-ISSUE
                   PERFORM 2270-WRITE-NOTICE-EXTRACT
                       THRU 2270-EXIT
                   ADD 1 TO WS-NOTICE-ISSUED-COUNT
               WHEN WS-NOTICE-HOLD
                   ADD 1 TO WS-NOTICE-HELD-COUNT
               WHEN WS-NOTICE-RELEASE
                   ADD 1 TO WS-NOTICE-RELEASED-COUNT
               WHEN WS-NOTICE-CANCEL
                   ADD 1 TO WS-NOTICE-CURED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GO TO 2230-EXIT.

       2230-EXIT.
           EXIT.

      *=============================================================*
      *    2260-APPLY-NOTICE-PERIOD -- DECIDE WHAT THE NOTICE        *
      *    PERIOD DOES TO THE STATUS 2200 JUST DERIVED:              *
      *       OLD NOTICE, NOW VALID   -- CANCEL THE NOTICE, NO       *
      *                                  REFERRAL (CURED)            *
      *       OLD NOTICE, STILL FAILING -- STAY ON 'NOTICE' UNTIL    *
      *                                  THE CURE-END DATE, THEN     *
      *                                  RELEASE TO 'INVALID' (2230  *
      *                                  REFERS IT ON CLCTFEED)      *
      *       NEWLY FAILING           -- 'NOTICE', ISSUE A NOTICE    *
      *    A ROW ALREADY 'INVALID' WAS REFERRED ON AN EARLIER NIGHT  *
      *    AND IS LEFT AS IS.  A ZERO NOTICE_CURE_DAYS SKIPS THE     *
      *    NOTICE FOR NEW REJECTS (IMMEDIATE REFERRAL, THE OLD       *
      *    BEHAVIOR) BUT STILL LETS EXISTING NOTICES RUN OUT.        *
      *=============================================================*
       2260-APPLY-NOTICE-PERIOD.

           SET WS-NOTICE-NO-ACTION TO TRUE.

           IF WS-OLD-STATUS = 'NOTICE'
               IF WS-STATUS = 'VALID'
                   SET WS-NOTICE-CANCEL TO TRUE
               ELSE
                   PERFORM 2265-CHECK-CURE-END
                       THRU 2265-EXIT
               END-IF
               GO TO 2260-EXIT
           END-IF.

           IF WS-STATUS NOT = 'INVALID'
               GO TO 2260-EXIT
           END-IF.

           IF WS-OLD-STATUS = 'INVALID'
               GO TO 2260-EXIT
           END-IF.

           IF WS-NOTICE-CURE-DAYS <= 0
               GO TO 2260-EXIT
           END-IF.

           MOVE 'NOTICE' TO WS-STATUS.
           SET WS-NOTICE-ISSUE TO TRUE.

           GO TO 2260-EXIT.

       2260-EXIT.
           EXIT.

      *=============================================================*
      *    2265-CHECK-CURE-END -- A NOTICE ROW STILL FAILING.  THE   *
      *    CURE-END DATE WAS FIXED WHEN THE NOTICE WENT OUT (IT IS   *
      *    THE DATE PRINTED ON THE LETTER), SO A LATER CHANGE TO     *
      *    NOTICE_CURE_DAYS DOES NOT MOVE IT.  A NOTICE ROW WITH NO  *
      *    OPEN CUSTOMER_NOTICE ROW (CLOSED BY HAND, OR LOST -- MAX  *
      *    COMES BACK NULL) GETS A FRESH NOTICE; IF THE TABLE CANNOT *
      *    BE READ THE ROW STAYS IN NOTICE AND IS LOOKED AT AGAIN    *
      *    TOMORROW RATHER THAN BEING REFERRED ON A GUESS.           *
      *=============================================================*
       2265-CHECK-CURE-END.

           EXEC SQL
              SELECT CHAR(MAX(CURE_END_DATE), ISO)
              INTO :WS-CURE-END-DATE :WS-CURE-END-IND
              FROM CUSTOMER_NOTICE
              WHERE CUST_ID = :WS-CUST-ID
                AND NOTICE_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE = 0 AND WS-CURE-END-IND < 0
               IF WS-NOTICE-CURE-DAYS > 0
                   MOVE 'NOTICE' TO WS-STATUS
                   SET WS-NOTICE-ISSUE TO TRUE
               ELSE
                   SET WS-NOTICE-RELEASE TO TRUE
               END-IF
               GO TO 2265-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 2420-LOG-UPDATE-FAILURE
                   THRU 2420-EXIT
               ADD 1 TO WS-NOTICE-FAIL-COUNT
               MOVE 'NOTICE' TO WS-STATUS
               SET WS-NOTICE-HOLD TO TRUE
               GO TO 2265-EXIT
           END-IF.

           IF WS-CURE-END-DATE > WS-CURRENT-DATE
               MOVE 'NOTICE' TO WS-STATUS
               SET WS-NOTICE-HOLD TO TRUE
           ELSE
               SET WS-NOTICE-RELEASE TO TRUE
           END-IF.

           GO TO 2265-EXIT.

       2265-EXIT.
           EXIT.

      *=============================================================*
      *    2270-WRITE-NOTICE-EXTRACT -- ONE LETTER RECORD PER NOTICE *
      *    ISSUED, CARRYING EVERY REASON THE ROW FAILED AND THE DATE *
      *    BY WHICH IT MUST BE PUT RIGHT                             *
      *=============================================================*
       2270-WRITE-NOTICE-EXTRACT.

           MOVE SPACES               TO NT-NOTICE-RECORD.
           MOVE WS-CUST-ID           TO NT-CUST-ID.
           MOVE WS-NAME              TO NT-NAME.
           MOVE WS-BALANCE           TO NT-BALANCE.
           MOVE WS-CURRENT-DATE      TO NT-NOTICE-DATE.
           MOVE WS-NEW-CURE-END-DATE TO NT-CURE-END-DATE.
           MOVE WS-NOTICE-CURE-DAYS  TO NT-CURE-DAYS.
           MOVE WS-REASON-COUNT      TO NT-REASON-COUNT.

           PERFORM 2275-SET-NOTICE-REASON
               THRU 2275-EXIT
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > WS-REASON-COUNT.

           WRITE NT-NOTICE-RECORD.

           GO TO 2270-EXIT.

       2270-EXIT.
           EXIT.

      *=============================================================*
      *    2275-SET-NOTICE-REASON                                   *
      *=============================================================*
       2275-SET-NOTICE-REASON.

           MOVE WS-REASON-ENTRY(WS-REASON-IX)
               TO NT-REASON-CODE(WS-REASON-IX).

           MOVE WS-REASON-ENTRY(WS-REASON-IX) TO WS-TEXT-REASON-CODE.
           PERFORM 2215-SET-REASON-TEXT THRU 2215-EXIT.
           MOVE WS-REASON-TEXT-OUT TO NT-REASON-TEXT(WS-REASON-IX).

           GO TO 2275-EXIT.

       2275-EXIT.
           EXIT.

      *=============================================================*
      *    2280-RECORD-NOTICE-CHANGE -- KEEP CUSTOMER_NOTICE IN STEP *
      *    WITH THE ROW JUST UPDATED, IN THE SAME UNIT OF WORK.  AN  *
      *    ISSUE FIRST CLOSES ANY STALE OPEN NOTICE (SUPERSEDED) SO  *
      *    A CUSTOMER NEVER HAS TWO; A RELEASE OR CANCEL CLOSES THE  *
      *    OPEN ONE WITH ITS REASON.  NO OPEN ROW TO CLOSE IS NOT AN *
      *    ERROR.  LIVE RUNS ONLY -- REPORT-ONLY NEVER GETS HERE.    *
      *=============================================================*
       2280-RECORD-NOTICE-CHANGE.

           EVALUATE TRUE
               WHEN WS-NOTICE-ISSUE
                   EXEC SQL
                      UPDATE CUSTOMER_NOTICE
                      SET NOTICE_STATUS = 'CANCELLED',
                          CLOSE_TS = :WS-RUN-TIMESTAMP,
                          CLOSE_REASON = 'SUPR'
                      WHERE CUST_ID = :WS-CUST-ID
                        AND NOTICE_STATUS = 'OPEN'
                   END-EXEC
                   IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                          INSERT INTO CUSTOMER_NOTICE
                             (CUST_ID, NOTICE_TS, NOTICE_DATE,
                              CURE_END_DATE, CURE_DAYS, REASON_CODE,
                              NOTICE_STATUS, CHANGE_SOURCE)
                          VALUES
                             (:WS-CUST-ID, :WS-RUN-TIMESTAMP,
                              :WS-CURRENT-DATE, :WS-NEW-CURE-END-DATE,
                              :WS-NOTICE-CURE-DAYS, :WS-REASON-CODE,
                              'OPEN', :WS-CHANGE-SOURCE)
                       END-EXEC
                   END-IF
               WHEN WS-NOTICE-RELEASE
                   EXEC SQL
                      UPDATE CUSTOMER_NOTICE
                      SET NOTICE_STATUS = 'RELEASED',
                          CLOSE_TS = :WS-RUN-TIMESTAMP,
                          CLOSE_REASON = 'REFR'
                      WHERE CUST_ID = :WS-CUST-ID
                        AND NOTICE_STATUS = 'OPEN'
                   END-EXEC
               WHEN WS-NOTICE-CANCEL
                   EXEC SQL
                      UPDATE CUSTOMER_NOTICE
                      SET NOTICE_STATUS = 'CANCELLED',
                          CLOSE_TS = :WS-RUN-TIMESTAMP,
                          CLOSE_REASON = 'CURE'
                      WHERE CUST_ID = :WS-CUST-ID
                        AND NOTICE_STATUS = 'OPEN'
                   END-EXEC
               WHEN OTHER
                   GO TO 2280-EXIT
           END-EVALUATE.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2420-LOG-UPDATE-FAILURE
                   THRU 2420-EXIT
               ADD 1 TO WS-NOTICE-FAIL-COUNT
           END-IF.

      *    NOTHING TO CLOSE LEAVES SQLCODE AT +100, WHICH THE C1
      *    LOOP IN 0000-MAINLINE WOULD READ AS END OF CURSOR
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

           GO TO 2280-EXIT.

       2280-EXIT.
           EXIT.

      *=============================================================*
      *    2300-ENRICH-SEGMENT -- GU AGAINST THE CUSTOMER PCB,      *
      *    CHECKING THE PCB STATUS CODE RATHER THAN TRUSTING        *
      *    2320-COMPUTE-BALANCE-TIER -- HIGH/MED/LOW SEGMENT CODE    *
      *    DERIVED FROM WS-BALANCE, USED WHENEVER DL/I HAS NO REAL   *
      *    SEGMENT TO OFFER SO THE ROW DOES NOT GO OUT WITH A BLANK  *
      *    SEGMENT VALUE.  A CUSTOMER LINKED TO A HOUSEHOLD ON       *
      *    HOUSEHOLD_MEMBER IS TIERED ON THE COMBINED BALANCE OF ALL *
      *    THE HOUSEHOLD'S MEMBERS; ANYONE ELSE (OR ANY LOOKUP THAT  *
      *    FAILS) ON THE ROW'S OWN BALANCE.                          *
      *=============================================================*
       2320-COMPUTE-BALANCE-TIER.

           MOVE WS-BALANCE TO WS-TIER-BALANCE.

           EXEC SQL
              SELECT SUM(C.BALANCE)
              INTO :WS-HHLD-BALANCE :WS-HHLD-BALANCE-IND
              FROM HOUSEHOLD_MEMBER M, CUSTOMER_DATA C
              WHERE C.CUST_ID = M.CUST_ID
                AND M.HOUSEHOLD_ID =
                    (SELECT H.HOUSEHOLD_ID
                     FROM HOUSEHOLD_MEMBER H
                     WHERE H.CUST_ID = :WS-CUST-ID)
           END-EXEC.

           IF SQLCODE = 0 AND WS-HHLD-BALANCE-IND >= 0
               MOVE WS-HHLD-BALANCE TO WS-TIER-BALANCE
           END-IF.

           IF WS-TIER-BALANCE >= WS-TIER-HIGH-THRESHOLD
               MOVE 'HIGH' TO WS-SEGMENT
           ELSE
               IF WS-TIER-BALANCE >= WS-TIER-MED-THRESHOLD
                   MOVE 'MED' TO WS-SEGMENT
               ELSE
                   MOVE 'LOW' TO WS-SEGMENT
           IF SQLCODE = 0
               PERFORM 2410-WRITE-AUDIT-ROW
                   THRU 2410-EXIT
               PERFORM 2280-RECORD-NOTICE-CHANGE
                   THRU 2280-EXIT
               PERFORM 2230-WRITE-INVALID-EXTRACTS
                   THRU 2230-EXIT
               IF WS-SEG-FALLBACK-USED
           MOVE WS-IMS-SYNC-FAIL-COUNT TO RS-IMS-SYNC-FAIL-COUNT.
           MOVE WS-OVERRIDE-HELD-COUNT TO RS-OVERRIDE-HELD-COUNT.
           MOVE WS-DORMANT-HELD-COUNT  TO RS-DORMANT-HELD-COUNT.
           MOVE WS-NOTICE-ISSUED-COUNT TO RS-NOTICE-ISSUED-COUNT.
           MOVE WS-NOTICE-HELD-COUNT   TO RS-NOTICE-HELD-COUNT.
           MOVE WS-NOTICE-RELEASED-COUNT
               TO RS-NOTICE-RELEASED-COUNT.
           MOVE WS-NOTICE-CURED-COUNT  TO RS-NOTICE-CURED-COUNT.
           MOVE WS-NOTICE-FAIL-COUNT   TO RS-NOTICE-FAIL-COUNT.
           WRITE RS-RESTART-RECORD.

           MOVE 0 TO WS-ROWS-SINCE-COMMIT.
                   MOVE WS-IMS-SYNC-FAIL-COUNT TO RS-IMS-SYNC-FAIL-COUNT
                   MOVE WS-OVERRIDE-HELD-COUNT TO RS-OVERRIDE-HELD-COUNT
                   MOVE WS-DORMANT-HELD-COUNT  TO RS-DORMANT-HELD-COUNT
                   MOVE WS-NOTICE-ISSUED-COUNT
                       TO RS-NOTICE-ISSUED-COUNT
                   MOVE WS-NOTICE-HELD-COUNT   TO RS-NOTICE-HELD-COUNT
                   MOVE WS-NOTICE-RELEASED-COUNT
                       TO RS-NOTICE-RELEASED-COUNT
                   MOVE WS-NOTICE-CURED-COUNT  TO RS-NOTICE-CURED-COUNT
                   MOVE WS-NOTICE-FAIL-COUNT   TO RS-NOTICE-FAIL-COUNT
                   WRITE RS-RESTART-RECORD
               END-IF
           END-IF.
           CLOSE RECON-TOTALS-FILE.
           CLOSE COLLECTIONS-FILE.
           CLOSE SQL-ERROR-FILE.
           CLOSE NOTICE-FILE.

           GO TO 8000-EXIT.

           MOVE WS-OVERRIDE-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'DORMANT/ESCHEATED ASLEEP:' TO WS-SUMMARY-LABEL.
           MOVE WS-DORMANT-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'NOTICES ISSUED:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-ISSUED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'STILL IN NOTICE PERIOD:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'NOTICES RELEASED TO CLCT:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-RELEASED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'NOTICES CANCELLED (CURED):' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-CURED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           MOVE 'NOTICE TABLE FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-FAIL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8110-WRITE-COUNT-LINE THRU 8110-EXIT.

           PERFORM 8120-WRITE-EXPIRING-HOLDS
               THRU 8120-EXIT.

              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-CURRENT-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
                AND PART_RANGE = :WS-PART-RANGE
