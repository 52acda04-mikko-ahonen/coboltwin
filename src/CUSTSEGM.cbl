      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-08-22  JH   INITIAL VERSION.
      *       2026-10-15  JH   "TONIGHT'S RUN" IS NOW THE AUDIT ROWS
      *                        WRITTEN SINCE CUSTRECN PRE OPENED THE
      *                        STREAM BUSINESS DATE ON STREAM_DATE,
      *                        NOT THE ROWS STAMPED WITH CURRENT
      *                        DATE.  A STREAM THAT CROSSED MIDNIGHT
      *                        SPLIT ITS MIGRATIONS ACROSS TWO
      *                        MATRICES; DAYTIME CINQ AND FEED CHANGES
      *                        NO LONGER COUNT AS A NIGHTLY MIGRATION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTSEGM.
       01  WS-OLD-SEGMENT                 PIC X(10).
       01  WS-NEW-SEGMENT                 PIC X(10).
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-BUSINESS-DATE               PIC X(10).

      *-----------------------------------------------------------*
      *    MIGRATION MATRIX -- ONE ENTRY PER DISTINCT OLD/NEW PAIR  *
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
              INTO :WS-BUSINESS-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTSEGM: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-PRIOR-MATRIX
               THRU 1100-EXIT.

      *=============================================================*
      *    2000-BUILD-MATRIX -- ONE PASS OVER TONIGHT'S AUDIT ROWS   *
      *    WHERE THE SEGMENT ACTUALLY CHANGED.  EVERYTHING WRITTEN   *
      *    SINCE THE STREAM OPENED COUNTS AS THE CURRENT RUN, WHICH  *
      *    MATCHES HOW THE NIGHTLY STREAM IS SCHEDULED (ONE CUSTPROC *
      *    RUN PER BUSINESS DATE).  A DATE NEVER OPENED ON           *
      *    STREAM_DATE FALLS BACK TO ITS CALENDAR DAY.               *
      *=============================================================*
       2000-BUILD-MATRIX.

              DECLARE S1 CURSOR FOR
              SELECT CUST_ID, OLD_SEGMENT, NEW_SEGMENT, RUN_TIMESTAMP
              FROM AUDIT_TRAIL
              WHERE RUN_TIMESTAMP >=
                    COALESCE((SELECT D.OPENED_TS
                                FROM STREAM_DATE D
                               WHERE D.BUSINESS_DATE =
                                     :WS-BUSINESS-DATE),
                             TIMESTAMP(DATE(:WS-BUSINESS-DATE),
                                       TIME('00.00.00')))
                AND RUN_TIMESTAMP <
                    COALESCE((SELECT COALESCE(D.CLOSED_TS,
                                              CURRENT TIMESTAMP
                                              + 1 DAY)
                                FROM STREAM_DATE D
                               WHERE D.BUSINESS_DATE =
                                     :WS-BUSINESS-DATE),
                             TIMESTAMP(DATE(:WS-BUSINESS-DATE)
                                       + 1 DAY, TIME('00.00.00')))
                AND OLD_SEGMENT <> NEW_SEGMENT
              ORDER BY CUST_ID
           END-EXEC.
