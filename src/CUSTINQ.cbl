      *                        ROW'S STATUS/SEGMENT ALONE UNTIL THAT
      *                        DATE PASSES, INSTEAD OF CLOBBERING
      *                        THE OVERRIDE ON THE NEXT NIGHTLY RUN.
      *       2026-10-15  JH   ENTITLEMENTS (AUDIT FINDING): QUEUING
      *                        AN OVERRIDE NOW NEEDS CAN_REQ_OVERRIDE
      *                        ON THE OPERATOR'S USER_ENTITLEMENT ROW
      *                        (MAINTAINED THROUGH CENT).  NO ROW, OR
      *                        'N', IS REFUSED ON SCREEN AND NOTHING
      *                        IS QUEUED -- SEE 4500.
      *       2026-10-15  JH   THE STANDARD 30-DAY HOLD (NO DATE
      *                        KEYED) NOW RUNS FROM THE STREAM
      *                        BUSINESS DATE, IN BUSINESS DAYS WHEN
      *                        RULE_CONTROL OVERRIDE_EXPIRY_BASIS IS
      *                        'B' -- SEE 4700.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTINQ.
       01  WS-REQUEST-USER                PIC X(08).
       01  WS-NEW-EXPIRY                  PIC X(10).

      *-----------------------------------------------------------*
      *    BUSINESS DATE AND STANDARD HOLD WHEN NO DATE IS KEYED   *
      *-----------------------------------------------------------*
       01  WS-BUSINESS-DATE               PIC X(10).
       77  WS-DEFAULT-HOLD-DAYS           PIC S9(09) COMP VALUE 30.
       01  WS-HOLD-BASIS                  PIC X(01) VALUE 'C'.
           88  WS-HOLD-BUSINESS                       VALUE 'B'.
       77  WS-HOLD-DATE-IND               PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    ENTITLEMENT CHECK -- THE REQUESTING USER'S RIGHT TO      *
      *    QUEUE AN OVERRIDE, FROM USER_ENTITLEMENT                 *
      *-----------------------------------------------------------*
       01  WS-ENTL-RIGHT                  PIC X(01).
       01  WS-ENTL-MESSAGE                PIC X(40).

       01  WS-ENTITLED-SW                 PIC X(01) VALUE 'N'.
           88  WS-ENTITLED                            VALUE 'Y'.

      *-----------------------------------------------------------*
      *    NOT-FOUND SWITCH                                        *
      *-----------------------------------------------------------*
                            RESP(WS-RESP-CODE)
           END-EXEC.

           PERFORM 4500-CHECK-ENTITLEMENT
               THRU 4500-EXIT.

           IF NOT WS-ENTITLED
               MOVE SPACES TO CUSTMAPO
               MOVE WS-CUST-ID TO MIDO
               MOVE WS-ENTL-MESSAGE TO MMSGO
               EXEC CICS SEND MAP(WS-MAP-NAME)
                              MAPSET(WS-MAPSET-NAME)
                              DATAONLY
                              RESP(WS-RESP-CODE)
               END-EXEC
               SET CA-MODE-INQUIRY TO TRUE
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1

      *    NO DATE KEYED MEANS THE STANDARD 30-DAY HOLD
           IF WS-NEW-EXPIRY = SPACES
               PERFORM 4700-DEFAULT-HOLD-EXPIRY
                   THRU 4700-EXIT
           END-IF.

           EXEC SQL
       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4500-CHECK-ENTITLEMENT -- THE REQUESTING USER MUST HOLD   *
      *    CAN_REQ_OVERRIDE.  A USER-ID WITH NO USER_ENTITLEMENT ROW *
      *    HOLDS NOTHING; A FAILED LOOKUP REFUSES RATHER THAN GUESS. *
      *=============================================================*
       4500-CHECK-ENTITLEMENT.

           MOVE 'N' TO WS-ENTITLED-SW.

           EXEC SQL
              SELECT CAN_REQ_OVERRIDE
              INTO :WS-ENTL-RIGHT
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-REQUEST-USER
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                   SET WS-ENTITLED TO TRUE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'NOT AUTHORIZED TO REQUEST OVERRIDES'
                       TO WS-ENTL-MESSAGE
               WHEN OTHER
                   MOVE 'ENTITLEMENT CHECK FAILED -- RETRY'
                       TO WS-ENTL-MESSAGE
           END-EVALUATE.

           GO TO 4500-EXIT.

       4500-EXIT.
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
      *    9000-RETURN-TRANSACTION -- PSEUDO-CONVERSATIONAL RETURN,  *
      *    CARRYING WS-COMMAREA FORWARD TO THE NEXT SCREEN INPUT.    *
