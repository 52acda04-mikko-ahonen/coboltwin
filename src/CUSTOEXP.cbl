      *       HOUSEKEEPING FOR THE DUAL-CONTROL OVERRIDE QUEUE.  A
      *       PENDING OVERRIDE NOBODY HAS APPROVED OR REJECTED
      *       WITHIN THE CONFIGURED NUMBER OF DAYS (RULE_CONTROL
      *       APPROVAL_EXPIRY_DAYS; 7 IF NO ROW IS IN EFFECT --
      *       BUSINESS DAYS WHEN APPROVAL_EXPIRY_BASIS IS 'B') IS
      *       MARKED 'EXPIRED' AND LISTED ON OEXPRPT SO THE
      *       REQUESTING ANALYST KNOWS TO RE-ENTER IT IF IT IS
      *       STILL WANTED.  AN EXPIRED OVERRIDE NEVER TOUCHES
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-08-22  JH   INITIAL VERSION.
      *       2026-10-15  JH   THE EXPIRY WINDOW NOW RUNS BACK FROM THE
      *                        STREAM BUSINESS DATE (STREAM_DATE), NOT
      *                        THE MACHINE CLOCK.  RULE_CONTROL
      *                        APPROVAL_EXPIRY_BASIS 'B' COUNTS THE
      *                        WINDOW IN BUSINESS_CALENDAR BUSINESS
      *                        DAYS, SO AN ITEM KEYED BEFORE A LONG
      *                        WEEKEND IS NOT EXPIRED BEFORE A CHECKER
      *                        HAS BEEN IN TO SEE IT; 'C' (THE
      *                        DEFAULT) KEEPS CALENDAR DAYS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTOEXP.
       77  WS-EXPIRY-DAYS                 PIC S9(09) COMP VALUE 7.
       01  WS-CUTOFF-TIMESTAMP            PIC X(26).
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-EXPIRY-BASIS                PIC X(01) VALUE 'C'.
           88  WS-EXPIRY-BUSINESS                     VALUE 'B'.
       01  WS-BUSINESS-DATE               PIC X(10).
       01  WS-CUTOFF-DATE                 PIC X(10).
       77  WS-CUTOFF-DATE-IND             PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
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
               DISPLAY 'CUSTOEXP: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT APPROVAL_EXPIRY_DAYS, APPROVAL_EXPIRY_BASIS
              INTO :WS-EXPIRY-DAYS, :WS-EXPIRY-BASIS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 7   TO WS-EXPIRY-DAYS
               MOVE 'C' TO WS-EXPIRY-BASIS
           END-IF.

      *    THE CUTOFF IS THE CALENDAR DATE THE WINDOW REACHES BACK
      *    TO -- EXPIRY_DAYS BUSINESS DAYS BEFORE TODAY ON THE
      *    BUSINESS BASIS -- AT THIS TIME OF DAY.  A CALENDAR NOT
      *    LOADED THAT FAR BACK FALLS BACK TO CALENDAR DAYS.
           MOVE -1 TO WS-CUTOFF-DATE-IND.

           IF WS-EXPIRY-BUSINESS AND WS-EXPIRY-DAYS > 0
               EXEC SQL
                  SELECT CHAR(MAX(K.CAL_DATE), ISO)
                  INTO :WS-CUTOFF-DATE :WS-CUTOFF-DATE-IND
                  FROM BUSINESS_CALENDAR K
                  WHERE K.BUSINESS_DAY = 'Y'
                    AND K.CAL_DATE < :WS-BUSINESS-DATE
                    AND (SELECT COUNT(*)
                           FROM BUSINESS_CALENDAR J
                          WHERE J.BUSINESS_DAY = 'Y'
                            AND J.CAL_DATE >= K.CAL_DATE
                            AND J.CAL_DATE < :WS-BUSINESS-DATE)
                        = :WS-EXPIRY-DAYS
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-CUTOFF-DATE-IND < 0
                   DISPLAY 'CUSTOEXP: BUSINESS_CALENDAR SHORT -- '
                           'EXPIRY IN CALENDAR DAYS'
                   MOVE -1 TO WS-CUTOFF-DATE-IND
               END-IF
           END-IF.

           IF WS-CUTOFF-DATE-IND < 0
               EXEC SQL
                  SELECT CHAR(DATE(:WS-BUSINESS-DATE)
                              - :WS-EXPIRY-DAYS DAYS, ISO)
                  INTO :WS-CUTOFF-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           EXEC SQL
              SELECT CHAR(TIMESTAMP(DATE(:WS-CUTOFF-DATE),
                                    CURRENT TIME)),
                     CHAR(CURRENT TIMESTAMP)
              INTO :WS-CUTOFF-TIMESTAMP, :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
