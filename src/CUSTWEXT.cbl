      *       SHIPS A HALF-UPDATED PICTURE DOWNSTREAM.
      *
      *    RUN SEQUENCE:
      *       NIGHTLY, AFTER CUSTRECN POST (AND CUSTTRND), BEFORE
      *       CUSTRECN CLOSE.  REGISTERS STEP 'WEXT' ON RUN_CONTROL SO
      *       CUSTSTAT SHOWS IT.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   "TODAY" IS NOW THE STREAM BUSINESS DATE
      *                        CUSTRECN PRE OPENED ON STREAM_DATE, NOT
      *                        CURRENT DATE.  AN EXTRACT STARTING
      *                        AFTER MIDNIGHT NO LONGER LOOKS FOR A
      *                        POST UNDER TOMORROW'S DATE AND REFUSES,
      *                        AND THE HEADER CARRIES THE BUSINESS
      *                        DATE THE DATA BELONGS TO.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTWEXT.
      *=============================================================*
       1000-INITIALIZE.

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
               DISPLAY 'CUSTWEXT: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CHECK-POST-CLEAN
               THRU 1100-EXIT.

           END-IF.

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-EXTRACT-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

              SELECT COUNT(*)
              INTO :WS-RC-ROW-COUNT
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = 'POST'
                AND STEP_STATUS = 'COMPLETE'
                AND RETURN_CODE = 0
              SELECT RUN_MODE
              INTO :WS-PROC-RUN-MODE :WS-MODE-IND
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = 'PROC'
                AND STEP_STATUS = 'COMPLETE'
              ORDER BY START_TS DESC
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, ' ')
           END-EXEC.

              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
           END-EXEC.
