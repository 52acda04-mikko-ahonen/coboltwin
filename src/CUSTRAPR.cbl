      *                        EFFECT IMMEDIATELY -- THE ONLY DATE
      *                        RULE THE MAKER SCREEN ENFORCES MUST
      *                        STILL HOLD AT APPLY TIME.
      *       2026-10-15  JH   RULE_CONTROL GAINED BALANCE_SWING_LIMIT
      *                        (THE CUSTCHGH BALANCE-SWING EXCEPTION
      *                        THRESHOLD); CARRIED FORWARD FROM THE
      *                        CURRENT ROW LIKE THE OTHER OFF-SCREEN
      *                        COLUMNS.
      *       2026-10-15  JH   THE SCREEN NOW SHOWS THE LATEST
      *                        CUSTIMPA IMPACT SUMMARY (RULE_IMPACT)
      *                        FOR THE CHANGE ON SCREEN, AND WARNS
      *                        WHEN NO IMPACT RUN EXISTS FOR IT OR
      *                        THE LATEST RAN AGAINST A RULE SET NO
      *                        LONGER IN EFFECT.  A WARNING DOES NOT
      *                        BLOCK APPROVAL.
      *       2026-10-15  JH   RULE_CONTROL GAINED NOTICE_CURE_DAYS
      *                        (THE CUSTPROC NOTICE PERIOD BEFORE A
      *                        COLLECTIONS REFERRAL); CARRIED FORWARD
      *                        FROM THE CURRENT ROW LIKE THE OTHER
      *                        OFF-SCREEN COLUMNS.
      *       2026-10-15  JH   ENTITLEMENTS (AUDIT FINDING): APPROVING
      *                        OR REJECTING NOW NEEDS CAN_APR_RULE ON
      *                        THE OPERATOR'S USER_ENTITLEMENT ROW
      *                        (4500).  RULE_CONTROL GAINED THE CAPR
      *                        AUTHORITY LIMITS HIGH_AUTH_BALANCE AND
      *                        HIGH_AUTH_LEVEL; BOTH CARRIED FORWARD
      *                        LIKE THE OTHER OFF-SCREEN COLUMNS.
      *       2026-10-15  JH   RULE_CONTROL GAINED THE AGING BASIS
      *                        SWITCHES SUSP_AGE_BASIS,
      *                        APPROVAL_EXPIRY_BASIS,
      *                        OVERRIDE_EXPIRY_BASIS AND DORMANT_BASIS
      *                        ('B' BUSINESS DAYS, 'C' CALENDAR DAYS);
      *                        ALL FOUR CARRIED FORWARD LIKE THE OTHER
      *                        OFF-SCREEN COLUMNS.  "TODAY" FOR THE
      *                        PASSED-EFFECTIVE-DATE CHECK AND THE
      *                        CURRENT ROW IS NOW THE STREAM BUSINESS
      *                        DATE FROM STREAM_DATE (4750).
      *       2026-10-15  JH   RULE_CONTROL GAINED THE ESCHEATMENT
      *                        COLUMNS ESCHEAT_HOLD_YEARS,
      *                        ESCHEAT_RESPONSE_DAYS AND
      *                        ESCHEAT_HOME_STATE (CUSTESCH); CARRIED
      *                        FORWARD LIKE THE OTHER OFF-SCREEN
      *                        COLUMNS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRAPR.

       01  WS-APPROVE-USER                PIC X(08).
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CURRENT-DATE                PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------*
      *    CURRENT RULE SET AT APPROVAL TIME -- THE OLD VERSION THE *
       77  WS-CARRY-BASELINE-DAYS         PIC S9(09) COMP VALUE 30.
       77  WS-CARRY-SUSP-AGE-DAYS         PIC S9(09) COMP VALUE 7.
       77  WS-CARRY-DORMANT-MONTHS        PIC S9(09) COMP VALUE 24.
       77  WS-CARRY-CURE-DAYS             PIC S9(09) COMP VALUE 30.
       01  WS-CARRY-SWING-LIMIT           PIC S9(7)V99 COMP-3
                                          VALUE 10000.00.
       01  WS-CARRY-HIGH-AUTH-BAL         PIC S9(7)V99 COMP-3
                                          VALUE 50000.00.
       77  WS-CARRY-HIGH-AUTH-LVL         PIC S9(04) COMP VALUE 2.
       01  WS-CARRY-SUSP-AGE-BASIS        PIC X(01) VALUE 'C'.
       01  WS-CARRY-APX-BASIS             PIC X(01) VALUE 'C'.
       01  WS-CARRY-OVR-BASIS             PIC X(01) VALUE 'C'.
       01  WS-CARRY-DORMANT-BASIS         PIC X(01) VALUE 'C'.
       77  WS-CARRY-ESCH-YEARS            PIC S9(04) COMP VALUE 3.
       77  WS-CARRY-ESCH-RESP-DAYS        PIC S9(04) COMP VALUE 60.
       01  WS-CARRY-ESCH-HOME-STATE       PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------*
      *    ENTITLEMENT CHECK -- THE APPROVING USER'S RIGHT TO       *
      *    ACTION A RULE CHANGE, FROM USER_ENTITLEMENT              *
      *-----------------------------------------------------------*
       01  WS-ENTL-RIGHT                  PIC X(01).

       01  WS-ENTITLED-SW                 PIC X(01) VALUE 'N'.
           88  WS-ENTITLED                            VALUE 'Y'.

       01  WS-AUDIT-KEY                   PIC X(10) VALUE '*RULECTL*'.
       01  WS-AUDIT-SEGMENT               PIC X(10) VALUE SPACES.
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'RAPR'.

      *-----------------------------------------------------------*
      *    LATEST RULE_IMPACT ROW FOR THE CHANGE ON SCREEN         *
      *-----------------------------------------------------------*
       01  WS-IMPACT-TS                   PIC X(26).
       01  WS-IMPACT-BASE-VERSION         PIC X(08).
       77  WS-IMPACT-TO-INVALID           PIC S9(09) COMP VALUE 0.
       77  WS-IMPACT-TO-VALID             PIC S9(09) COMP VALUE 0.
       77  WS-IMPACT-REFERRALS            PIC S9(09) COMP VALUE 0.
       77  WS-IMPACT-TIER-UP              PIC S9(09) COMP VALUE 0.
       77  WS-IMPACT-TIER-DOWN            PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    SCREEN-FORMAT EDIT FIELDS                               *
      *-----------------------------------------------------------*
               MOVE WS-REQUEST-USER TO QRQUSRO
               MOVE WS-REQUEST-TS   TO QRQTSO

               PERFORM 2100-SHOW-IMPACT-SUMMARY
                   THRU 2100-EXIT

               MOVE WS-NEW-VERSION  TO CA-RULE-VERSION
               MOVE WS-REQUEST-TS   TO CA-REQUEST-TS

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-SHOW-IMPACT-SUMMARY -- LATEST CUSTIMPA RESULT FOR    *
      *    THE QUEUED CHANGE ON SCREEN.  NO ROW, OR A ROW MEASURED   *
      *    AGAINST A RULE SET THAT IS NO LONGER IN EFFECT, PUTS A    *
      *    WARNING ON QIWRN; THE CHECKER MAY STILL APPROVE.          *
      *=============================================================*
       2100-SHOW-IMPACT-SUMMARY.

           EXEC SQL
              SELECT CHAR(IMPACT_TS), BASE_VERSION,
                     TO_INVALID, TO_VALID, NEW_REFERRALS,
                     TIER_UP, TIER_DOWN
              INTO :WS-IMPACT-TS, :WS-IMPACT-BASE-VERSION,
                   :WS-IMPACT-TO-INVALID, :WS-IMPACT-TO-VALID,
                   :WS-IMPACT-REFERRALS,
                   :WS-IMPACT-TIER-UP, :WS-IMPACT-TIER-DOWN
              FROM RULE_IMPACT
              WHERE RULE_SET_VERSION = :WS-NEW-VERSION
                AND REQUEST_TS = :WS-REQUEST-TS
              ORDER BY IMPACT_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE '*** NO IMPACT RUN FOR THIS CHANGE YET' TO QIWRNO
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-IMPACT-TS TO QIMTSO.
           MOVE WS-IMPACT-TO-INVALID TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO QIINVO.
           MOVE WS-IMPACT-TO-VALID TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO QIVALO.
           MOVE WS-IMPACT-REFERRALS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO QIREFO.
           MOVE WS-IMPACT-TIER-UP TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO QITUPO.
           MOVE WS-IMPACT-TIER-DOWN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO QITDNO.

           PERFORM 4400-READ-CURRENT-RULES
               THRU 4400-EXIT.

           IF WS-IMPACT-BASE-VERSION NOT = WS-CUR-VERSION
               MOVE '*** IMPACT RUN AGAINST AN OLDER RULE SET'
                   TO QIWRNO
           END-IF.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    4000-PROCESS-ACTION -- A = APPROVE, R = REJECT, ANYTHING  *
      *    ELSE RE-PROMPTS.  AN EMPTY COMMAREA KEY (QUEUE WAS EMPTY  *
      *    WOULD INSERT A PAST-DATED ROW THAT TAKES EFFECT AT ONCE
      *    AND MISSTATES WHEN THE CHANGE LANDED, SO THE APPROVAL IS
      *    REFUSED AND THE CHANGE MUST BE REKEYED WITH A NEW DATE.
           PERFORM 4750-GET-BUSINESS-DATE
               THRU 4750-EXIT.

           IF WS-NEW-EFF-DATE NOT > WS-CURRENT-DATE
               MOVE 'EFFECTIVE DATE PASSED - REJECT AND REKEY'
                            RESP(WS-RESP-CODE)
           END-EXEC.

           PERFORM 4500-CHECK-ENTITLEMENT
               THRU 4500-EXIT.

           IF NOT WS-ENTITLED
               GO TO 4100-EXIT
           END-IF.

           IF WS-APPROVE-USER = WS-REQUEST-USER
               MOVE 'REQUESTER CANNOT APPROVE OWN CHANGE'
                   TO WS-RESULT-MESSAGE
                  OVERRIDE_WARN_DAYS, APPROVAL_EXPIRY_DAYS,
                  CHRONIC_ALERT_NIGHTS, TREND_BAND_PCT,
                  TREND_BASELINE_DAYS, SUSP_AGE_DAYS,
                  DORMANT_MONTHS, BALANCE_SWING_LIMIT,
                  NOTICE_CURE_DAYS, HIGH_AUTH_BALANCE,
                  HIGH_AUTH_LEVEL, SUSP_AGE_BASIS,
                  APPROVAL_EXPIRY_BASIS, OVERRIDE_EXPIRY_BASIS,
                  DORMANT_BASIS, ESCHEAT_HOLD_YEARS,
                  ESCHEAT_RESPONSE_DAYS, ESCHEAT_HOME_STATE)
              VALUES
                 (:WS-NEW-VERSION, :WS-NEW-EFF-DATE,
                  :WS-NEW-HIGH, :WS-NEW-MED,
                  :WS-NEW-WARN-DAYS, :WS-NEW-APX-DAYS,
                  :WS-CARRY-CHRONIC-NIGHTS, :WS-CARRY-BAND-PCT,
                  :WS-CARRY-BASELINE-DAYS, :WS-CARRY-SUSP-AGE-DAYS,
                  :WS-CARRY-DORMANT-MONTHS, :WS-CARRY-SWING-LIMIT,
                  :WS-CARRY-CURE-DAYS, :WS-CARRY-HIGH-AUTH-BAL,
                  :WS-CARRY-HIGH-AUTH-LVL, :WS-CARRY-SUSP-AGE-BASIS,
                  :WS-CARRY-APX-BASIS, :WS-CARRY-OVR-BASIS,
                  :WS-CARRY-DORMANT-BASIS, :WS-CARRY-ESCH-YEARS,
                  :WS-CARRY-ESCH-RESP-DAYS, :WS-CARRY-ESCH-HOME-STATE)
           END-EXEC.

           IF SQLCODE NOT = 0
                            RESP(WS-RESP-CODE)
           END-EXEC.

           PERFORM 4500-CHECK-ENTITLEMENT
               THRU 4500-EXIT.

           IF NOT WS-ENTITLED
               GO TO 4200-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
      *=============================================================*
       4400-READ-CURRENT-RULES.

           IF WS-CURRENT-DATE = SPACES
               PERFORM 4750-GET-BUSINESS-DATE
                   THRU 4750-EXIT
           END-IF.

           EXEC SQL
              SELECT RULE_SET_VERSION, CHRONIC_ALERT_NIGHTS,
                     TREND_BAND_PCT, TREND_BASELINE_DAYS,
                     SUSP_AGE_DAYS, DORMANT_MONTHS,
                     BALANCE_SWING_LIMIT, NOTICE_CURE_DAYS,
                     HIGH_AUTH_BALANCE, HIGH_AUTH_LEVEL,
                     SUSP_AGE_BASIS, APPROVAL_EXPIRY_BASIS,
                     OVERRIDE_EXPIRY_BASIS, DORMANT_BASIS,
                     ESCHEAT_HOLD_YEARS, ESCHEAT_RESPONSE_DAYS,
                     ESCHEAT_HOME_STATE
              INTO :WS-CUR-VERSION, :WS-CARRY-CHRONIC-NIGHTS,
                   :WS-CARRY-BAND-PCT, :WS-CARRY-BASELINE-DAYS,
                   :WS-CARRY-SUSP-AGE-DAYS, :WS-CARRY-DORMANT-MONTHS,
                   :WS-CARRY-SWING-LIMIT, :WS-CARRY-CURE-DAYS,
                   :WS-CARRY-HIGH-AUTH-BAL, :WS-CARRY-HIGH-AUTH-LVL,
                   :WS-CARRY-SUSP-AGE-BASIS, :WS-CARRY-APX-BASIS,
                   :WS-CARRY-OVR-BASIS, :WS-CARRY-DORMANT-BASIS,
                   :WS-CARRY-ESCH-YEARS, :WS-CARRY-ESCH-RESP-DAYS,
                   :WS-CARRY-ESCH-HOME-STATE
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
               MOVE 30 TO WS-CARRY-BASELINE-DAYS
               MOVE 7  TO WS-CARRY-SUSP-AGE-DAYS
               MOVE 24 TO WS-CARRY-DORMANT-MONTHS
               MOVE 10000.00 TO WS-CARRY-SWING-LIMIT
               MOVE 30 TO WS-CARRY-CURE-DAYS
               MOVE 50000.00 TO WS-CARRY-HIGH-AUTH-BAL
               MOVE 2  TO WS-CARRY-HIGH-AUTH-LVL
               MOVE 'C' TO WS-CARRY-SUSP-AGE-BASIS
               MOVE 'C' TO WS-CARRY-APX-BASIS
               MOVE 'C' TO WS-CARRY-OVR-BASIS
               MOVE 'C' TO WS-CARRY-DORMANT-BASIS
               MOVE 3   TO WS-CARRY-ESCH-YEARS
               MOVE 60  TO WS-CARRY-ESCH-RESP-DAYS
               MOVE SPACES TO WS-CARRY-ESCH-HOME-STATE
           END-IF.

           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

      *=============================================================*
      *    4500-CHECK-ENTITLEMENT -- THE APPROVING USER MUST HOLD    *
      *    CAN_APR_RULE, FOR A REJECT AS MUCH AS AN APPROVE.  A      *
      *    USER-ID WITH NO USER_ENTITLEMENT ROW HOLDS NOTHING; A     *
      *    FAILED LOOKUP REFUSES RATHER THAN GUESS.                  *
      *=============================================================*
       4500-CHECK-ENTITLEMENT.

           MOVE 'N' TO WS-ENTITLED-SW.

           EXEC SQL
              SELECT CAN_APR_RULE
              INTO :WS-ENTL-RIGHT
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-APPROVE-USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                   SET WS-ENTITLED TO TRUE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'NOT AUTHORIZED TO APPROVE RULE CHANGES'
                       TO WS-RESULT-MESSAGE
               WHEN OTHER
                   MOVE 'ENTITLEMENT CHECK FAILED -- RETRY'
                       TO WS-RESULT-MESSAGE
           END-EVALUATE.

           GO TO 4500-EXIT.

       4500-EXIT.
           EXIT.

      *=============================================================*
      *    4750-GET-BUSINESS-DATE -- "TODAY" ONLINE IS THE STREAM    *
      *    BUSINESS DATE THE BATCH USES: THE OPEN STREAM ON          *
      *    STREAM_DATE, OR BETWEEN STREAMS THE NEXT BUSINESS DAY ON  *
      *    BUSINESS_CALENDAR AFTER THE LAST ONE CLOSED.  A FAILED    *
      *    LOOKUP FALLS BACK TO THE MACHINE DATE RATHER THAN STOP    *
      *    THE OPERATOR.                                             *
      *=============================================================*
       4750-GET-BUSINESS-DATE.

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
               EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WS-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           GO TO 4750-EXIT.

       4750-EXIT.
           EXIT.

      *=============================================================*
      *    9000-RETURN-TRANSACTION -- PSEUDO-CONVERSATIONAL RETURN,  *
      *    CARRYING THE ON-SCREEN ITEM'S KEY FORWARD.                *
