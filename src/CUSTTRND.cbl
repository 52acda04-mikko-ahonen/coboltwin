      *                        DORMANT_HELD_COUNT) NOW THAT CUSTPROC
      *                        LEAVES DORMANT ROWS ASLEEP AND COUNTS
      *                        THEM ON THE PROC RECORD.
      *       2026-10-15  JH   RUN_HISTORY ROWS AND THE BASELINE
      *                        WINDOW ARE NOW KEYED ON THE STREAM
      *                        BUSINESS DATE (STREAM_DATE) INSTEAD OF
      *                        CURRENT DATE.  A STREAM RUNNING PAST
      *                        MIDNIGHT USED TO FILE TONIGHT'S
      *                        FIGURES UNDER TOMORROW AND COUNT
      *                        YESTERDAY'S NIGHT INTO ITS OWN
      *                        BASELINE.
      *       2026-10-15  JH   ADDED THE 'BKOT' PHASE (CUSTBKOT RUN
      *                        BACK-OUT) AS A SEVENTH ROLL-UP ENTRY, SO
      *                        A NIGHT WITH A BACK-OUT KEEPS ITS OWN
      *                        RUN_HISTORY ROW AND BASELINE INSTEAD OF
      *                        THE RECORD BEING IGNORED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTTRND.
      *    TEN METRICS PER ENTRY IN A FIXED ORDER SHARED WITH THE   *
      *    METRIC-NAME TABLE BELOW                                  *
      *-----------------------------------------------------------*
       77  WS-PHASE-MAX                   PIC 9(02) COMP VALUE 7.
       77  WS-PHASE-IX                    PIC 9(02) COMP VALUE 0.
       77  WS-METRIC-IX                   PIC 9(02) COMP VALUE 0.

       01  WS-PHASE-TABLE.
           05  WS-PHASE-ENTRY             OCCURS 7 TIMES.
               10  WS-PH-CODE             PIC X(04).
               10  WS-PH-PRESENT-SW       PIC X(01).
                   88  WS-PH-PRESENT              VALUE 'Y'.
       77  WS-TREND-BAND-PCT              PIC S9(09) COMP VALUE 20.
       77  WS-TREND-BASELINE-DAYS         PIC S9(09) COMP VALUE 30.

       01  WS-BUSINESS-DATE               PIC X(10).

       01  WS-BAND-LOW                    PIC S9(11)V99 COMP-3.
       01  WS-BAND-HIGH                   PIC S9(11)V99 COMP-3.
       01  WS-TONIGHT-VALUE               PIC S9(11)V99 COMP-3.
           MOVE 'LOAD' TO WS-PH-CODE(4).
           MOVE 'CLOS' TO WS-PH-CODE(5).
           MOVE 'RPR ' TO WS-PH-CODE(6).
           MOVE 'BKOT' TO WS-PH-CODE(7).

           PERFORM 1100-CLEAR-PHASE-ENTRY
               THRU 1100-EXIT
               VARYING WS-PHASE-IX FROM 1 BY 1
               UNTIL WS-PHASE-IX > WS-PHASE-MAX.

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
              INTO :WS-BUSINESS-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTTRND: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT TREND_BAND_PCT, TREND_BASELINE_DAYS
              INTO :WS-TREND-BAND-PCT, :WS-TREND-BASELINE-DAYS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EXEC SQL
              DELETE FROM RUN_HISTORY
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                  DLI_SKIP_COUNT, UPDATE_FAILED_COUNT,
                  OVERRIDE_HELD_COUNT, DORMANT_HELD_COUNT)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-HV-RUN-PHASE,
                  :WS-HV-RUN-MODE,
                  :WS-HV-ROW-COUNT, :WS-HV-TOTAL-BALANCE,
                  :WS-HV-FETCH-COUNT, :WS-HV-UPDATE-COUNT,
                  :WS-HV-VALID-COUNT, :WS-HV-INVALID-COUNT,
              FROM RUN_HISTORY
              WHERE RUN_PHASE = :WS-HV-RUN-PHASE
                AND RUN_MODE = :WS-HV-RUN-MODE
                AND BUSINESS_DATE < :WS-BUSINESS-DATE
                AND BUSINESS_DATE >=
                    DATE(:WS-BUSINESS-DATE)
                    - :WS-TREND-BASELINE-DAYS DAYS
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-AV-NULL-IND < 0
