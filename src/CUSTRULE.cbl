      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   ENTITLEMENTS (AUDIT FINDING): QUEUING
      *                        A RULE CHANGE NOW NEEDS CAN_REQ_RULE ON
      *                        THE ANALYST'S USER_ENTITLEMENT ROW
      *                        (MAINTAINED THROUGH CENT).  NO ROW, OR
      *                        'N', IS REFUSED ON SCREEN AND NOTHING
      *                        IS QUEUED -- SEE 4500.
      *       2026-10-15  JH   "TODAY" FOR THE CURRENT-RULES DISPLAY
      *                        AND THE PASSED-EFFECTIVE-DATE CHECK IS
      *                        NOW THE STREAM BUSINESS DATE FROM
      *                        STREAM_DATE (4750), NOT THE CLOCK.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRULE.
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CURRENT-DATE                PIC X(10).

      *-----------------------------------------------------------*
      *    ENTITLEMENT CHECK -- THE REQUESTING USER'S RIGHT TO      *
      *    QUEUE A RULE CHANGE, FROM USER_ENTITLEMENT               *
      *-----------------------------------------------------------*
       01  WS-ENTL-RIGHT                  PIC X(01).

       01  WS-ENTITLED-SW                 PIC X(01) VALUE 'N'.
           88  WS-ENTITLED                            VALUE 'Y'.

      *-----------------------------------------------------------*
      *    COMMAREA -- THIS SCREEN HAS ONLY ONE MODE, BUT THE      *
      *    PSEUDO-CONVERSATIONAL RETURN NEEDS A COMMAREA SO THE    *
      *=============================================================*
       2100-FETCH-CURRENT-RULES.

           PERFORM 4750-GET-BUSINESS-DATE
               THRU 4750-EXIT.

           EXEC SQL
              SELECT RULE_SET_VERSION,
                     CHAR(EFFECTIVE_DATE, ISO),
                   :WS-CUR-BAL-LIMIT-SW,
                   :WS-CUR-NAME-CHARS-SW
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4750-GET-BUSINESS-DATE
               THRU 4750-EXIT.

           MOVE RNEFFI TO WS-NEW-EFF-DATE.
           IF WS-NEW-EFF-DATE(1:4) NOT NUMERIC
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
       4200-EXIT.
           EXIT.

      *=============================================================*
      *    4500-CHECK-ENTITLEMENT -- THE REQUESTING USER MUST HOLD   *
      *    CAN_REQ_RULE.  A USER-ID WITH NO USER_ENTITLEMENT ROW     *
      *    HOLDS NOTHING; A FAILED LOOKUP REFUSES RATHER THAN GUESS. *
      *=============================================================*
       4500-CHECK-ENTITLEMENT.

           MOVE 'N' TO WS-ENTITLED-SW.

           EXEC SQL
              SELECT CAN_REQ_RULE
              INTO :WS-ENTL-RIGHT
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-REQUEST-USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                   SET WS-ENTITLED TO TRUE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'NOT AUTHORIZED TO REQUEST RULE CHANGES'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'ENTITLEMENT CHECK FAILED -- RETRY'
                       TO WS-ERROR-MESSAGE
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
      *    5000-CONVERT-DIGITS -- DIGITS-ONLY FIELD TO A NUMBER.     *
      *    LEADING AND TRAILING SPACES ARE ACCEPTED; A SPACE IN THE  *
