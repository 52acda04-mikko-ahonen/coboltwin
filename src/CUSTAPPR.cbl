      *                        REQUESTING OPERATOR CHOSE), SO
      *                        CUSTPROC LEAVES THE APPROVED VALUES
      *                        ALONE UNTIL THE HOLD EXPIRES.
      *       2026-10-15  JH   ENTITLEMENTS (AUDIT FINDING): APPROVING
      *                        OR REJECTING NOW NEEDS CAN_APR_OVERRIDE
      *                        ON THE OPERATOR'S USER_ENTITLEMENT ROW
      *                        (4500).  AUTHORITY LIMITS: APPROVING AN
      *                        OVERRIDE ON A BALANCE ABOVE RULE_CONTROL
      *                        HIGH_AUTH_BALANCE, OR ANY MOVE OUT OF
      *                        WRITEOFF, ALSO NEEDS AN AUTHORITY_LEVEL
      *                        OF AT LEAST HIGH_AUTH_LEVEL (4600).
      *       2026-10-15  JH   THE STANDARD 30-DAY HOLD FOR AN ITEM
      *                        QUEUED WITHOUT ONE NOW RUNS FROM THE
      *                        STREAM BUSINESS DATE, IN BUSINESS DAYS
      *                        WHEN RULE_CONTROL OVERRIDE_EXPIRY_BASIS
      *                        IS 'B' (4700); THE AUTHORITY LIMITS ARE
      *                        READ AS AT THE SAME DATE (4750).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTAPPR.
       01  WS-APPROVE-USER                PIC X(08).
       01  WS-RUN-TIMESTAMP               PIC X(26).

      *-----------------------------------------------------------*
      *    BUSINESS DATE AND STANDARD HOLD WHEN NO DATE IS KEYED   *
      *-----------------------------------------------------------*
       01  WS-BUSINESS-DATE               PIC X(10).
       77  WS-DEFAULT-HOLD-DAYS           PIC S9(09) COMP VALUE 30.
       01  WS-HOLD-BASIS                  PIC X(01) VALUE 'C'.
           88  WS-HOLD-BUSINESS                       VALUE 'B'.
       77  WS-HOLD-DATE-IND               PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    CURRENT CUSTOMER_DATA VALUES AT APPROVAL TIME -- THESE   *
      *    ARE THE 'OLD' VALUES THE AUDIT ROW CARRIES, SINCE THE    *
      *-----------------------------------------------------------*
       01  WS-CURR-STATUS                 PIC X(10).
       01  WS-CURR-SEGMENT                PIC X(10).
       01  WS-CURR-BALANCE                PIC S9(7)V99 COMP-3.

      *-----------------------------------------------------------*
      *    ENTITLEMENT CHECK -- THE APPROVING USER'S RIGHT AND      *
      *    AUTHORITY LEVEL FROM USER_ENTITLEMENT, AND THE LIMITS    *
      *    ABOVE WHICH A HIGHER LEVEL IS NEEDED FROM RULE_CONTROL   *
      *    (BUILT-IN DEFAULTS IF NO ROW IS IN EFFECT)               *
      *-----------------------------------------------------------*
       01  WS-ENTL-RIGHT                  PIC X(01).
       77  WS-ENTL-LEVEL                  PIC S9(04) COMP VALUE 0.
       01  WS-ENTL-MESSAGE                PIC X(40).

       01  WS-ENTITLED-SW                 PIC X(01) VALUE 'N'.
           88  WS-ENTITLED                            VALUE 'Y'.

       77  WS-HIGH-AUTH-BALANCE           PIC S9(7)V99 COMP-3
                                           VALUE 50000.00.
       77  WS-HIGH-AUTH-LEVEL             PIC S9(04) COMP VALUE 2.
       01  WS-HIGH-AUTH-DIGIT             PIC 9(01).

       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CAPR'.

                            RESP(WS-RESP-CODE)
           END-EXEC.

           PERFORM 4500-CHECK-ENTITLEMENT
               THRU 4500-EXIT.

           IF NOT WS-ENTITLED
               MOVE WS-ENTL-MESSAGE TO WS-RESULT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

           IF WS-APPROVE-USER = WS-REQUEST-USER
               MOVE 'REQUESTER CANNOT APPROVE OWN OVERRIDE'
                   TO WS-RESULT-MESSAGE
           END-IF.

           EXEC SQL
              SELECT STATUS, SEGMENT, BALANCE
              INTO :WS-CURR-STATUS, :WS-CURR-SEGMENT,
                   :WS-CURR-BALANCE
              FROM CUSTOMER_DATA
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.
               GO TO 4100-EXIT
           END-IF.

      *    THE LIMITS ARE JUDGED ON THE ROW AS IT STANDS NOW, NOT
      *    AS IT STOOD WHEN THE OVERRIDE WAS REQUESTED
           PERFORM 4600-CHECK-AUTHORITY-LIMIT
               THRU 4600-EXIT.

           IF NOT WS-ENTITLED
               MOVE WS-ENTL-MESSAGE TO WS-RESULT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
                            RESP(WS-RESP-CODE)
           END-EXEC.

           PERFORM 4500-CHECK-ENTITLEMENT
               THRU 4500-EXIT.

           IF NOT WS-ENTITLED
               MOVE WS-ENTL-MESSAGE TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
      *    AN ITEM QUEUED BEFORE THE HOLD FIELD EXISTED GETS THE
      *    STANDARD 30-DAY HOLD
           IF WS-EXPIRY-IND < 0
               PERFORM 4700-DEFAULT-HOLD-EXPIRY
                   THRU 4700-EXIT
           END-IF.

           GO TO 4300-EXIT.

       4300-EXIT.
           EXIT.

      *=============================================================*
      *    4500-CHECK-ENTITLEMENT -- THE APPROVING USER MUST HOLD    *
      *    CAN_APR_OVERRIDE, FOR A REJECT AS MUCH AS AN APPROVE.  A  *
      *    USER-ID WITH NO USER_ENTITLEMENT ROW HOLDS NOTHING; A     *
      *    FAILED LOOKUP REFUSES RATHER THAN GUESS.  THE USER'S      *
      *    AUTHORITY LEVEL IS KEPT FOR 4600.                         *
      *=============================================================*
       4500-CHECK-ENTITLEMENT.

           MOVE 'N' TO WS-ENTITLED-SW.
           MOVE 0   TO WS-ENTL-LEVEL.

           EXEC SQL
              SELECT CAN_APR_OVERRIDE, AUTHORITY_LEVEL
              INTO :WS-ENTL-RIGHT, :WS-ENTL-LEVEL
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-APPROVE-USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                   SET WS-ENTITLED TO TRUE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'NOT AUTHORIZED TO APPROVE OVERRIDES'
                       TO WS-ENTL-MESSAGE
               WHEN OTHER
                   MOVE 'ENTITLEMENT CHECK FAILED -- RETRY'
                       TO WS-ENTL-MESSAGE
           END-EVALUATE.

           GO TO 4500-EXIT.

       4500-EXIT.
           EXIT.

      *=============================================================*
      *    4600-CHECK-AUTHORITY-LIMIT -- A BALANCE ABOVE THE         *
      *    HIGH_AUTH_BALANCE IN EFFECT, OR A MOVE OFF WRITEOFF TO    *
      *    ANY OTHER STATUS, NEEDS AN APPROVER AT HIGH_AUTH_LEVEL OR *
      *    ABOVE.  CLEARS WS-ENTITLED AND SAYS WHY IF THE APPROVER   *
      *    FALLS SHORT.                                              *
      *=============================================================*
       4600-CHECK-AUTHORITY-LIMIT.

           PERFORM 4750-GET-BUSINESS-DATE
               THRU 4750-EXIT.

           EXEC SQL
              SELECT HIGH_AUTH_BALANCE, HIGH_AUTH_LEVEL
              INTO :WS-HIGH-AUTH-BALANCE, :WS-HIGH-AUTH-LEVEL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 50000.00 TO WS-HIGH-AUTH-BALANCE
               MOVE 2        TO WS-HIGH-AUTH-LEVEL
           END-IF.

           IF WS-ENTL-LEVEL >= WS-HIGH-AUTH-LEVEL
               GO TO 4600-EXIT
           END-IF.

           MOVE WS-HIGH-AUTH-LEVEL TO WS-HIGH-AUTH-DIGIT.

           IF WS-CURR-STATUS = 'WRITEOFF'
              AND WS-NEW-STATUS NOT = 'WRITEOFF'
               MOVE 'N' TO WS-ENTITLED-SW
               MOVE SPACES TO WS-ENTL-MESSAGE
               STRING 'WRITEOFF EXIT NEEDS LEVEL '
                          DELIMITED BY SIZE
                      WS-HIGH-AUTH-DIGIT DELIMITED BY SIZE
                      ' APPROVER' DELIMITED BY SIZE
                      INTO WS-ENTL-MESSAGE
               END-STRING
               GO TO 4600-EXIT
           END-IF.

           IF WS-CURR-BALANCE > WS-HIGH-AUTH-BALANCE
               MOVE 'N' TO WS-ENTITLED-SW
               MOVE SPACES TO WS-ENTL-MESSAGE
               STRING 'BALANCE OVER LIMIT -- NEEDS LEVEL '
                          DELIMITED BY SIZE
                      WS-HIGH-AUTH-DIGIT DELIMITED BY SIZE
                      INTO WS-ENTL-MESSAGE
               END-STRING
           END-IF.

           GO TO 4600-EXIT.

       4600-EXIT.
           EXIT.

      *=============================================================*
      *    4700-DEFAULT-HOLD-EXPIRY -- THE STANDARD HOLD RUNS        *
      *    WS-DEFAULT-HOLD-DAYS FROM THE BUSINESS DATE, COUNTED IN   *
      *    BUSINESS_CALENDAR BUSINESS DAYS WHEN RULE_CONTROL         *
      *    OVERRIDE_EXPIRY_BASIS IS 'B' AND IN CALENDAR DAYS         *
      *    OTHERWISE (OR WHEN THE CALENDAR DOES NOT REACH THAT FAR). *
      *=============================================================*
       4700-DEFAULT-HOLD-EXPIRY.

           PERFORM 4750-GET-BUSINESS-DATE
               THRU 4750-EXIT.

           EXEC SQL
              SELECT OVERRIDE_EXPIRY_BASIS
              INTO :WS-HOLD-BASIS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'C' TO WS-HOLD-BASIS
           END-IF.

           MOVE -1 TO WS-HOLD-DATE-IND.

           IF WS-HOLD-BUSINESS
               EXEC SQL
                  SELECT CHAR(MIN(K.CAL_DATE), ISO)
                  INTO :WS-NEW-EXPIRY :WS-HOLD-DATE-IND
                  FROM BUSINESS_CALENDAR K
                  WHERE K.BUSINESS_DAY = 'Y'
                    AND K.CAL_DATE > :WS-BUSINESS-DATE
                    AND (SELECT COUNT(*)
                           FROM BUSINESS_CALENDAR J
                          WHERE J.BUSINESS_DAY = 'Y'
                            AND J.CAL_DATE > :WS-BUSINESS-DATE
                            AND J.CAL_DATE <= K.CAL_DATE)
                        = :WS-DEFAULT-HOLD-DAYS
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE -1 TO WS-HOLD-DATE-IND
               END-IF
           END-IF.

           IF WS-HOLD-DATE-IND < 0
               EXEC SQL
                  SELECT CHAR(DATE(:WS-BUSINESS-DATE)
                              + :WS-DEFAULT-HOLD-DAYS DAYS, ISO)
                  INTO :WS-NEW-EXPIRY
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           GO TO 4700-EXIT.

       4700-EXIT.
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
              INTO :WS-BUSINESS-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WS-BUSINESS-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           GO TO 4750-EXIT.

       4750-EXIT.
           EXIT.

      *=============================================================*
