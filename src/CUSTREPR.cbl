      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   2320 NOW TIERS A HOUSEHOLD MEMBER ON
      *                        THE COMBINED HOUSEHOLD BALANCE, SAME
      *                        AS CUSTPROC'S 2320.
      *       2026-10-15  JH   NOTICE PERIOD, SAME RULES AS CUSTPROC'S
      *                        2260/2265/2280: A NEWLY FAILING ROW
      *                        GOES TO 'NOTICE' WITH AN OPEN
      *                        CUSTOMER_NOTICE ROW AND A NOTCFEED
      *                        LETTER, A NOTICE ROW IS RELEASED TO
      *                        INVALID (AND CLCTFEED) ONLY ONCE ITS
      *                        CURE-END DATE HAS COME, AND ONE THAT
      *                        NOW VALIDATES CLEAN HAS ITS NOTICE
      *                        CANCELLED.  NOTICE COUNTS ON REPRRPT.
      *       2026-10-15  JH   RUN_CONTROL REGISTRATION, THE
      *                        RULE_CONTROL EFFECTIVE DATE, HOLD
      *                        EXPIRY AND NOTICE DATES NOW USE THE
      *                        STREAM BUSINESS DATE CUSTRECN PRE
      *                        OPENED ON STREAM_DATE, NOT CURRENT
      *                        DATE, SO THE REPAIR PASS LANDS ON THE
      *                        SAME DAY AS THE NIGHT IT IS REPAIRING.
      *       2026-10-15  JH   A ROW CUSTESCH HAS MOVED TO 'ESCHEATED'
      *                        IS SKIPPED LIKE A DORMANT ROW AND
      *                        COUNTED WITH THEM.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTREPR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLCT-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO NOTCFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

           SELECT REPAIR-REPORT-FILE ASSIGN TO REPRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY CLCTREC.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
           COPY NOTCREC.

       FD  REPAIR-REPORT-FILE
           RECORDING MODE IS F.
       01  RP-REPORT-LINE                 PIC X(80).
                                           VALUE 10000.00.
       77  WS-TIER-MED-THRESHOLD          PIC S9(7)V99 COMP-3
                                           VALUE 1000.00.

      *    HOUSEHOLD TIERING -- 2320 TIERS A HOUSEHOLD MEMBER ON THE
      *    COMBINED BALANCE OF THE WHOLE HOUSEHOLD (HOUSEHOLD_MEMBER
      *    JOINED TO CUSTOMER_DATA); NULL WHEN THE CUSTOMER BELONGS
      *    TO NO HOUSEHOLD, HENCE THE INDICATOR
       77  WS-TIER-BALANCE                PIC S9(09)V99 COMP-3
                                           VALUE 0.
       77  WS-HHLD-BALANCE                PIC S9(09)V99 COMP-3
                                           VALUE 0.
       77  WS-HHLD-BALANCE-IND            PIC S9(04) COMP VALUE 0.

       77  WS-BALANCE-LIMIT               PIC S9(7)V99 COMP-3
                                           VALUE 9999999.99.
       77  WS-RULE-COMMIT-INTERVAL        PIC S9(09) COMP VALUE 0.
           05  WS-RULE-NAME-CHARS-SW      PIC X(01) VALUE 'N'.
               88  WS-RULE-NAME-CHARS                 VALUE 'Y'.

      *-----------------------------------------------------------*
      *    NOTICE PERIOD -- SAME SHAPE AND BUILT-IN DEFAULT AS     *
      *    CUSTPROC (RULE_CONTROL NOTICE_CURE_DAYS)                *
      *-----------------------------------------------------------*
       77  WS-NOTICE-CURE-DAYS            PIC S9(09) COMP VALUE 30.
       01  WS-NEW-CURE-END-DATE           PIC X(10).
       01  WS-CURE-END-DATE               PIC X(10).
       77  WS-CURE-END-IND                PIC S9(04) COMP VALUE 0.

       01  WS-NOTICE-ACTION-SW            PIC X(01) VALUE SPACE.
           88  WS-NOTICE-NO-ACTION                    VALUE SPACE.
           88  WS-NOTICE-ISSUE                        VALUE 'I'.
           88  WS-NOTICE-HOLD                         VALUE 'H'.
           88  WS-NOTICE-RELEASE                      VALUE 'R'.
           88  WS-NOTICE-CANCEL                       VALUE 'C'.

      *-----------------------------------------------------------*
      *    REJECT-REASON WORK AREA -- AS IN CUSTPROC, EVERY REASON *
      *    THAT APPLIES IS COLLECTED, THE FIRST IS PRIMARY          *
       77  WS-NOT-FOUND-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-VALID-COUNT                 PIC 9(09) COMP VALUE 0.
       77  WS-INVALID-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-ISSUED-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-HELD-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-RELEASED-COUNT       PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-CURED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-FAIL-COUNT           PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  WS-DLI-ERR-FILE-STATUS     PIC X(02).
           05  WS-EXCP-FILE-STATUS        PIC X(02).
           05  WS-CLCT-FILE-STATUS        PIC X(02).
           05  WS-NOTC-FILE-STATUS        PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-RECON-FILE-STATUS       PIC X(02).

               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.

           IF WS-NOTC-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTREPR: OPEN FAILED FOR NOTCFEED STATUS='
                       WS-NOTC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY 'CUSTREPR: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

               THRU 1300-EXIT.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              SELECT CHAR(DATE(:WS-CURRENT-DATE)
                          + :WS-NOTICE-CURE-DAYS DAYS, ISO)
              INTO :WS-NEW-CURE-END-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-CURRENT-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, ' ')
           END-EXEC.

                     CHK_BLANK_NAME,
                     CHK_NEG_BALANCE,
                     CHK_BALANCE_LIMIT,
                     CHK_NAME_PRINTABLE,
                     NOTICE_CURE_DAYS
              INTO :WS-RULE-SET-VERSION,
                   :WS-TIER-HIGH-THRESHOLD,
                   :WS-TIER-MED-THRESHOLD,
                   :WS-RULE-BLANK-NAME-SW,
                   :WS-RULE-NEG-BALANCE-SW,
                   :WS-RULE-BAL-LIMIT-SW,
                   :WS-RULE-NAME-CHARS-SW,
                   :WS-NOTICE-CURE-DAYS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *    THIS REPAIR.  ONLY POSTING ACTIVITY WAKES A DORMANT ROW
      *    (CUSTPROC'S 2170 RETURN PATH), SO RE-DERIVING IT HERE
      *    WOULD UNDO THE DORMANCY FLAG THE LETTER JUST WENT OUT ON.
      *    AN ESCHEATED ROW IS NEVER RE-DERIVED AT ALL.
           IF WS-OLD-STATUS = 'DORMANT' OR 'ESCHEATED'
               MOVE 'DORMANT/ESCHEATED -- LEFT ALONE'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
           PERFORM 2200-VALIDATE-ROW
               THRU 2200-EXIT.

           PERFORM 2260-APPLY-NOTICE-PERIOD
               THRU 2260-EXIT.

           PERFORM 2300-ENRICH-SEGMENT
               THRU 2300-EXIT.


      *=============================================================*
      *    2320-COMPUTE-BALANCE-TIER -- SAME HIGH/MED/LOW FALLBACK   *
      *    AS CUSTPROC'S 2320, INCLUDING THE COMBINED BALANCE FOR A  *
      *    HOUSEHOLD MEMBER                                          *
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
               PERFORM 2430-WRITE-INVALID-EXTRACTS
                   THRU 2430-EXIT
               ADD 1 TO WS-REPAIRED-COUNT
      *=============================================================*
      *    2430-WRITE-INVALID-EXTRACTS -- SAME RULES AS CUSTPROC'S   *
      *    2230: EXTRACTS ONLY ONCE THE UPDATE ACTUALLY LANDED, ONE  *
      *    EXCPFEED RECORD PER REASON (NOTICE ROWS INCLUDED),        *
      *    CLCTFEED ONLY WHEN THE ROW WENT INVALID FOR THE FIRST     *
      *    TIME, NOTCFEED FOR EACH NOTICE ISSUED                     *
      *=============================================================*
       2430-WRITE-INVALID-EXTRACTS.

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

           GO TO 2430-EXIT.

       2430-EXIT.
           EXIT.

      *=============================================================*
      *    2260-APPLY-NOTICE-PERIOD -- SAME DECISION AS CUSTPROC'S   *
      *    2260: WHAT THE NOTICE PERIOD DOES TO THE STATUS 2200      *
      *    JUST DERIVED:                                             *
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
      *    ERROR.                                                    *
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
               ADD 1 TO WS-NOTICE-FAIL-COUNT
           END-IF.

           GO TO 2280-EXIT.

       2280-EXIT.
           EXIT.

      *=============================================================*
      *    2210-WRITE-EXCEPTION                                     *
      *=============================================================*
           MOVE WS-OVERRIDE-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'DORMANT/ESCHEATED -- SKIPPED:' TO WS-SUMMARY-LABEL.
           MOVE WS-DORMANT-SKIP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE WS-INVALID-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOTICES ISSUED:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-ISSUED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'STILL IN NOTICE PERIOD:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOTICES RELEASED TO CLCT:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-RELEASED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOTICES CANCELLED (CURED):' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-CURED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOTICE TABLE FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-FAIL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           PERFORM 8200-WRITE-RECON-TOTALS
               THRU 8200-EXIT.


           CLOSE EXCEPTION-FILE.
           CLOSE COLLECTIONS-FILE.
           CLOSE NOTICE-FILE.
           CLOSE REPAIR-REPORT-FILE.

           GO TO 8000-EXIT.
              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-CURRENT-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
           END-EXEC.
