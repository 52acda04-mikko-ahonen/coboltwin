      *       A ROW UNDER AN UNEXPIRED MANUAL-OVERRIDE HOLD (THE
      *       ANALYST'S DECISION OUTRANKS THE CALENDAR), AND A ROW
      *       ALREADY IN COLLECTIONS' HANDS ('INVALID' REFERRAL OR
      *       'WRITEOFF'), IN ITS NOTICE PERIOD BEFORE A REFERRAL
      *       ('NOTICE'), OR ALREADY DORMANT OR ESCHEATED -- THOSE
      *       ARE FILTERED IN THE CURSOR.  ROWS THE POSTING SYSTEM
      *       HAS NEVER STAMPED AT ALL PREDATE THE COLUMN AND ARE
      *       LEFT ALONE.
      *
      *       THE RETURN PATH LIVES IN CUSTPROC: ANY POSTING
      *       ACTIVITY ON A DORMANT ROW RE-QUALIFIES IT FOR NORMAL
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   ROWS ON STATUS 'NOTICE' (CUSTPROC'S
      *                        NOTICE PERIOD BEFORE A COLLECTIONS
      *                        REFERRAL) ARE NOW FILTERED IN THE
      *                        CURSOR LIKE INVALID/WRITEOFF ROWS.
      *       2026-10-15  JH   THE DORMANCY WINDOW NOW RUNS BACK FROM
      *                        THE STREAM BUSINESS DATE (STREAM_DATE)
      *                        RATHER THAN THE MACHINE CLOCK, AND
      *                        RUN_CONTROL IS REGISTERED UNDER THAT
      *                        DATE.  RULE_CONTROL DORMANT_BASIS 'B'
      *                        ROLLS THE CUTOFF BACK TO THE LAST
      *                        BUSINESS_CALENDAR BUSINESS DAY ON OR
      *                        BEFORE THE MONTHS-AGO DATE; 'C' (THE
      *                        DEFAULT) KEEPS PLAIN CALENDAR MONTHS.
      *       2026-10-15  JH   ROWS ON STATUS 'ESCHEATED' (REPORTED AND
      *                        REMITTED TO THE STATE BY CUSTESCH) ARE
      *                        FILTERED IN THE CURSOR LIKE DORMANT
      *                        ROWS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTDORM.
      *-----------------------------------------------------------*
       77  WS-DORMANT-MONTHS              PIC S9(09) COMP VALUE 24.
       01  WS-DORMANT-CUTOFF-TS           PIC X(26).
       01  WS-DORMANT-BASIS               PIC X(01) VALUE 'C'.
           88  WS-DORMANT-BUSINESS                    VALUE 'B'.
       77  WS-DORMANT-CUTOFF-IND          PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    COMMIT INTERVAL -- SAME RULE_CONTROL ROW THE REST OF THE *
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
               DISPLAY 'CUSTDORM: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

           EXEC SQL
              SELECT DORMANT_MONTHS, DORMANT_BASIS, COMMIT_INTERVAL
              INTO :WS-DORMANT-MONTHS, :WS-DORMANT-BASIS,
                   :WS-RULE-COMMIT-INTERVAL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-RULE-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           ELSE
               MOVE 24  TO WS-DORMANT-MONTHS
               MOVE 'C' TO WS-DORMANT-BASIS
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

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
                   DISPLAY 'CUSTDORM: BUSINESS_CALENDAR SHORT -- '
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

           MOVE SPACES TO DO-REPORT-LINE.
           MOVE 'CUSTDORM DORMANCY PASS' TO DO-REPORT-LINE.
           WRITE DO-REPORT-LINE.
           WRITE DO-REPORT-LINE.

      *    STATUSES ALREADY OUT OF SCOPE ARE FILTERED HERE: DORMANT
      *    ROWS ARE DONE, ESCHEATED ROWS ARE PAST DORMANCY, AND
      *    NOTICE/INVALID/WRITEOFF ROWS ARE IN THE COLLECTIONS LOOP
      *    -- FLAGGING THOSE DORMANT WOULD PULL THEM OUT FROM UNDER A
      *    NOTICE OR A WORKING REFERRAL.  A NULL
      *    LAST_MAINT_TS NEVER QUALIFIES (THE PREDICATE IS UNKNOWN),
      *    WHICH IS WANTED: THOSE ROWS PREDATE THE STAMP.
           EXEC SQL
                AND STATUS <> 'DORMANT'
                AND STATUS <> 'INVALID'
                AND STATUS <> 'WRITEOFF'
                AND STATUS <> 'NOTICE'
                AND STATUS <> 'ESCHEATED'
              ORDER BY CUST_ID
           END-EXEC.

                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-CURRENT-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, ' ')
           END-EXEC.

              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-CURRENT-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
           END-EXEC.
