      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   EACH AGING LINE NOW SHOWS THE
      *                        CUSTOMER'S CURRENT STATUS.  A REJECT
      *                        IN CUSTPROC'S NOTICE PERIOD (STATUS
      *                        'NOTICE') IS ON EXCPFEED LIKE ANY
      *                        OTHER BUT HAS NOT BEEN REFERRED YET,
      *                        SO PAIRS IN NOTICE -- AND CHRONIC ONES
      *                        IN PARTICULAR, WHICH NOBODY IN
      *                        COLLECTIONS IS WORKING -- ARE COUNTED
      *                        SEPARATELY.
      *       2026-10-15  JH   FIRST/LAST-SEEN DATES, THE LAPSED-PAIR
      *                        TEST AND THE RULE_CONTROL EFFECTIVE
      *                        DATE NOW USE THE STREAM BUSINESS DATE
      *                        FROM STREAM_DATE.  A RUN AFTER MIDNIGHT
      *                        USED TO STAMP TOMORROW AND THEN CLEAR
      *                        EVERY PAIR THE FEED HAD NOT SHOWN YET.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCHRN.
       77  WS-BAND-NEW-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-BAND-RECUR-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-BAND-CHRONIC-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-PAIR-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-CHRONIC-COUNT        PIC 9(09) COMP VALUE 0.

      *    CURRENT CUSTOMER_DATA STATUS OF THE PAIR BEING REPORTED
       01  WS-CUST-STATUS                 PIC X(10).

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(09)
                   VALUE ' SINCE '.
           05  WS-DTL-FIRST-SEEN          PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS              PIC X(10).
           05  FILLER                     PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
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
               DISPLAY 'CUSTCHRN: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT CHRONIC_ALERT_NIGHTS
              INTO :WS-CHRONIC-NIGHTS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
               MOVE 10 TO WS-CHRONIC-NIGHTS
           END-IF.

           MOVE SPACES TO CH-REPORT-LINE.
           MOVE 'CUSTCHRN CHRONIC EXCEPTION AGING' TO CH-REPORT-LINE.
           WRITE CH-REPORT-LINE.
                 (CUST_ID, REASON_CODE, FIRST_SEEN_DATE,
                  LAST_SEEN_DATE, CONSEC_NIGHTS)
              VALUES
                 (:WS-CUST-ID, :WS-REASON-CODE, :WS-CURRENT-DATE,
                  :WS-CURRENT-DATE, 1)
           END-EXEC.

           IF SQLCODE = 0

           EXEC SQL
              UPDATE EXCEPTION_HISTORY
              SET LAST_SEEN_DATE = :WS-CURRENT-DATE,
                  CONSEC_NIGHTS = CONSEC_NIGHTS + 1
              WHERE CUST_ID = :WS-CUST-ID
                AND REASON_CODE = :WS-REASON-CODE
              SELECT COUNT(*)
              INTO :WS-CLEARED-PAIR-COUNT
              FROM EXCEPTION_HISTORY
              WHERE LAST_SEEN_DATE < :WS-CURRENT-DATE
           END-EXEC.

           IF WS-CLEARED-PAIR-COUNT = 0

           EXEC SQL
              DELETE FROM EXCEPTION_HISTORY
              WHERE LAST_SEEN_DATE < :WS-CURRENT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE WS-CONSEC-NIGHTS   TO WS-DTL-NIGHTS.
           MOVE WS-FIRST-SEEN-DATE TO WS-DTL-FIRST-SEEN.

           PERFORM 4150-LOOKUP-CUST-STATUS
               THRU 4150-EXIT.

           EVALUATE TRUE
               WHEN WS-CONSEC-NIGHTS >= WS-CHRONIC-NIGHTS
                   MOVE 'CHRONIC'   TO WS-DTL-BAND
                   ADD 1 TO WS-BAND-NEW-COUNT
           END-EVALUATE.

           IF WS-CUST-STATUS = 'NOTICE'
               ADD 1 TO WS-NOTICE-PAIR-COUNT
               IF WS-CONSEC-NIGHTS >= WS-CHRONIC-NIGHTS
                   ADD 1 TO WS-NOTICE-CHRONIC-COUNT
               END-IF
           END-IF.

           WRITE CH-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *=============================================================*
      *    4150-LOOKUP-CUST-STATUS -- WHERE THE CUSTOMER STANDS      *
      *    TONIGHT: 'NOTICE' MEANS A LETTER IS OUT AND COLLECTIONS   *
      *    HAS NOT BEEN GIVEN THE ACCOUNT YET.  A ROW CLOSED SINCE   *
      *    THE FEED WAS WRITTEN SHOWS AS NOT FOUND.                  *
      *=============================================================*
       4150-LOOKUP-CUST-STATUS.

           EXEC SQL
              SELECT STATUS
              INTO :WS-CUST-STATUS
              FROM CUSTOMER_DATA
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'NOT FOUND' TO WS-CUST-STATUS
      *            +100 HERE MUST NOT END THE X1 LOOP IN 4000
                   MOVE 0 TO SQLCODE
               WHEN OTHER
                   MOVE SPACES TO WS-CUST-STATUS
                   ADD 1 TO WS-SQL-FAIL-COUNT
           END-EVALUATE.

           MOVE WS-CUST-STATUS TO WS-DTL-STATUS.

           GO TO 4150-EXIT.

       4150-EXIT.
           EXIT.

      *=============================================================*
      *    4200-WRITE-ESCALATION-HEADER -- ONCE, ABOVE THE FIRST     *
      *    CHRONIC LINE (THE CURSOR ORDERS LONGEST RUNS FIRST, SO    *
           MOVE WS-BAND-CHRONIC-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'PAIRS IN NOTICE PERIOD:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-PAIR-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CHRONIC, NOT YET REFERRED:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-CHRONIC-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SQL FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-SQL-FAIL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
