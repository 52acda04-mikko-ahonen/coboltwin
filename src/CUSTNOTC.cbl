      *****************************************************************
      *
      *    PROGRAM:      CUSTNOTC
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       DAILY COLLECTIONS NOTICE REPORT.  CUSTPROC (AND THE
      *       CUSTREPR REPAIR PASS) NO LONGER REFER A NEWLY INVALID
      *       CUSTOMER STRAIGHT TO COLLECTIONS: THE ROW GOES ON
      *       STATUS 'NOTICE', A LETTER GOES OUT ON NOTCFEED, AND AN
      *       OPEN CUSTOMER_NOTICE ROW RECORDS THE CURE-PERIOD END
      *       DATE.  THIS REPORT IS THE DAILY VIEW OF THAT PIPELINE:
      *          - EVERY CUSTOMER STILL IN A NOTICE PERIOD, WITH THE
      *            DAYS LEFT BEFORE REFERRAL (SOONEST FIRST)
      *          - EVERY NOTICE RELEASED TO COLLECTIONS (CLCTFEED)
      *            SINCE THE LAST COMPLETED RUN OF THIS REPORT --
      *            I.E. TONIGHT'S REFERRALS
      *          - EVERY NOTICE CANCELLED SINCE THEN, WITH THE REASON
      *            (CURED, DISPOSITIONED, SUPERSEDED, ...)
      *
      *       BEFORE REPORTING IT CLOSES ANY OPEN NOTICE THE NIGHTLY
      *       PASS CANNOT SEE ANY MORE: A ROW WHOSE STATUS WAS MOVED
      *       OFF 'NOTICE' BY SOME OTHER ROUTE (A CINQ OVERRIDE, A
      *       RULE CHANGE) IS CANCELLED WITH REASON 'STCH', AND A ROW
      *       CUSTCLOS HAS REMOVED FROM CUSTOMER_DATA WITH 'GONE'.
      *       WITHOUT THIS THE OPEN LIST WOULD CARRY GHOSTS FOREVER.
      *
      *    RUN SEQUENCE:
      *       NIGHTLY, AFTER CUSTPROC (AND AFTER CUSTREPR WHEN THE
      *       REPAIR PASS RUNS) SO THE RELEASES ARE TONIGHT'S.
      *       REGISTERS STEP 'NOTICE' ON RUN_CONTROL; ITS LAST
      *       COMPLETED START TIME BOUNDS THE RELEASED/CANCELLED
      *       SECTIONS (START OF TODAY ON THE FIRST RUN).  ENDS RC 8
      *       IF A CURSOR FAILS.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   DAYS LEFT IN THE CURE PERIOD AND THE
      *                        RUN_CONTROL ROW ARE NOW RECKONED FROM
      *                        THE STREAM BUSINESS DATE (STREAM_DATE)
      *                        RATHER THAN CURRENT DATE.
      *       2026-10-15  JH   CLOSE REASON 'BKOT' SHOWN ON THE REPORT:
      *                        CUSTBKOT CANCELS A NOTICE ISSUED BY A
      *                        RUN IT BACKS OUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTNOTC.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOTICE-REPORT-FILE ASSIGN TO NOTCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOTICE-REPORT-FILE
           RECORDING MODE IS F.
       01  NR-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    CUSTOMER_NOTICE / CUSTOMER_DATA HOST VARIABLES --       *
      *    CUSTOMER SIDE OF THE OUTER JOIN IS NULL WHEN THE ROW    *
      *    HAS GONE, CLOSE SIDE NULL WHILE THE NOTICE IS OPEN      *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-NOTICE-DATE                 PIC X(10).
       01  WS-CURE-END-DATE               PIC X(10).
       01  WS-REASON-CODE                 PIC X(04).
       01  WS-CLOSE-TS                    PIC X(26).
       01  WS-CLOSE-REASON                PIC X(04).
       77  WS-DAYS-LEFT                   PIC S9(09) COMP VALUE 0.
       77  WS-NAME-IND                    PIC S9(04) COMP VALUE 0.
       77  WS-BALANCE-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-CLOSE-TS-IND                PIC S9(04) COMP VALUE 0.
       77  WS-CLOSE-REASON-IND            PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REPORTING WINDOW -- START OF THE LAST COMPLETED NOTICE  *
      *    STEP, OR MIDNIGHT TODAY IF THERE HAS NEVER BEEN ONE     *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-SINCE-TS                    PIC X(26).
       77  WS-SINCE-IND                   PIC S9(04) COMP VALUE 0.
       01  WS-BUSINESS-DATE               PIC X(10).

      *-----------------------------------------------------------*
      *    SECTION SWITCH -- WHICH LIST THE DETAIL LINE BELONGS TO *
      *-----------------------------------------------------------*
       01  WS-SECTION-SW                  PIC X(01) VALUE 'O'.
           88  WS-SECTION-OPEN                        VALUE 'O'.
           88  WS-SECTION-RELEASED                    VALUE 'R'.
           88  WS-SECTION-CANCELLED                   VALUE 'C'.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-OPEN-COUNT                  PIC 9(09) COMP VALUE 0.
       77  WS-DUE-TONIGHT-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-RELEASED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-CANCELLED-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-STCH-CLOSED-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-GONE-CLOSED-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-SECTION-COUNT               PIC 9(09) COMP VALUE 0.

       01  WS-OPEN-BALANCE                PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01  WS-RELEASED-BALANCE            PIC S9(11)V99 COMP-3
                                              VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(32) VALUE 'NAME'.
           05  FILLER                     PIC X(15) VALUE
                                                  '      BALANCE'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE 'REASON'.
           05  FILLER                     PIC X(12) VALUE 'NOTICED'.
           05  FILLER                     PIC X(12) VALUE 'CURE ENDS'.
           05  FILLER                     PIC X(38) VALUE
                                                  'DAYS LEFT / CLOSED'.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON              PIC X(04).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-NOTICE-DATE         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CURE-END-DATE       PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-TRAILER             PIC X(40).

       01  WS-DAYS-LEFT-TEXT.
           05  WS-DLT-DAYS                PIC -ZZ9.
           05  WS-DLT-FLAG                PIC X(36).

       01  WS-CLOSED-TEXT.
           05  WS-CLT-DATE                PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CLT-REASON              PIC X(29).

      *-----------------------------------------------------------*
      *    RUN_CONTROL WORK AREA -- STREAM-SEQUENCE REGISTRATION   *
      *-----------------------------------------------------------*
       01  WS-STEP-NAME                   PIC X(08) VALUE 'NOTICE'.
       77  WS-STEP-RC                     PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE                                            *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 1500-CLOSE-ORPHAN-NOTICES
               THRU 1500-EXIT.

           PERFORM 2000-LIST-OPEN-NOTICES
               THRU 2000-EXIT.

           PERFORM 3000-LIST-RELEASED-NOTICES
               THRU 3000-EXIT.

           PERFORM 4000-LIST-CANCELLED-NOTICES
               THRU 4000-EXIT.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN THE REPORT, FIX THE REPORTING     *
      *    WINDOW FROM THE LAST COMPLETED RUN, REGISTER THE STEP     *
      *=============================================================*
       1000-INITIALIZE.

           OPEN OUTPUT NOTICE-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTNOTC: OPEN FAILED FOR NOTCRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE WINDOW MUST BE READ BEFORE THIS RUN'S OWN STARTED ROW
      *    GOES IN; ONLY A COMPLETE ROW COUNTS SO A FAILED RUN DOES
      *    NOT SWALLOW A NIGHT'S RELEASES
           EXEC SQL
              SELECT CHAR(MAX(START_TS))
              INTO :WS-SINCE-TS :WS-SINCE-IND
              FROM RUN_CONTROL
              WHERE STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'COMPLETE'
           END-EXEC.

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-SINCE-IND < 0
               MOVE WS-RUN-TIMESTAMP(1:10) TO WS-SINCE-TS
               MOVE '-00.00.00.000000' TO WS-SINCE-TS(11:16)
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
               DISPLAY 'CUSTNOTC: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

           MOVE SPACES TO NR-REPORT-LINE.
           STRING 'CUSTNOTC COLLECTIONS NOTICE REPORT -- '
                  DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP DELIMITED BY SIZE
                  INTO NR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NR-REPORT-LINE.

           MOVE SPACES TO NR-REPORT-LINE.
           STRING 'RELEASES AND CANCELLATIONS SINCE '
                  DELIMITED BY SIZE
                  WS-SINCE-TS DELIMITED BY SIZE
                  INTO NR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NR-REPORT-LINE.

           MOVE SPACES TO NR-REPORT-LINE.
           WRITE NR-REPORT-LINE.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1200-REGISTER-STEP-START -- 'STARTED' ROW SO CUSTSTAT     *
      *    SHOWS THE STEP WITH THE REST OF THE NIGHTLY STREAM        *
      *=============================================================*
       1200-REGISTER-STEP-START.

           EXEC SQL
              INSERT INTO RUN_CONTROL
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-STEP-NAME, 'STARTED',
                  :WS-RUN-TIMESTAMP, ' ')
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 1200-EXIT.

       1200-EXIT.
           EXIT.

      *=============================================================*
      *    1500-CLOSE-ORPHAN-NOTICES -- AN OPEN NOTICE WHOSE ROW IS  *
      *    NO LONGER ON STATUS 'NOTICE' WAS MOVED BY SOMETHING       *
      *    OTHER THAN THE NIGHTLY PASS ('STCH'); ONE WHOSE ROW HAS   *
      *    GONE FROM CUSTOMER_DATA WAS CLOSED OUT ('GONE').  NEITHER *
      *    CAN EVER BE RELEASED OR CURED, SO BOTH ARE CANCELLED HERE *
      *=============================================================*
       1500-CLOSE-ORPHAN-NOTICES.

           EXEC SQL
              UPDATE CUSTOMER_NOTICE N
              SET NOTICE_STATUS = 'CANCELLED',
                  CLOSE_TS = :WS-RUN-TIMESTAMP,
                  CLOSE_REASON = 'STCH'
              WHERE N.NOTICE_STATUS = 'OPEN'
                AND EXISTS
                    (SELECT 1 FROM CUSTOMER_DATA C
                     WHERE C.CUST_ID = N.CUST_ID
                       AND C.STATUS <> 'NOTICE')
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-STCH-CLOSED-COUNT
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'CUSTNOTC: STATUS-CHANGE CLOSE FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_NOTICE N
              SET NOTICE_STATUS = 'CANCELLED',
                  CLOSE_TS = :WS-RUN-TIMESTAMP,
                  CLOSE_REASON = 'GONE'
              WHERE N.NOTICE_STATUS = 'OPEN'
                AND NOT EXISTS
                    (SELECT 1 FROM CUSTOMER_DATA C
                     WHERE C.CUST_ID = N.CUST_ID)
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-GONE-CLOSED-COUNT
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'CUSTNOTC: REMOVED-ROW CLOSE FAILED '
                           'SQLCODE=' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 1500-EXIT.

       1500-EXIT.
           EXIT.

      *=============================================================*
      *    2000-LIST-OPEN-NOTICES -- EVERYONE STILL IN A NOTICE      *
      *    PERIOD, SOONEST REFERRAL FIRST.  ZERO OR FEWER DAYS LEFT  *
      *    MEANS THE NEXT NIGHTLY PASS RELEASES IT.                  *
      *=============================================================*
       2000-LIST-OPEN-NOTICES.

           SET WS-SECTION-OPEN TO TRUE.
           MOVE 'CUSTOMERS IN NOTICE PERIOD' TO NR-REPORT-LINE.
           PERFORM 2900-WRITE-SECTION-HEADING
               THRU 2900-EXIT.

           EXEC SQL
              DECLARE N1 CURSOR FOR
              SELECT N.CUST_ID, C.NAME, C.BALANCE,
                     CHAR(N.NOTICE_DATE, ISO),
                     CHAR(N.CURE_END_DATE, ISO),
                     N.REASON_CODE,
                     DAYS(N.CURE_END_DATE)
                     - DAYS(DATE(:WS-BUSINESS-DATE))
              FROM CUSTOMER_NOTICE N
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = N.CUST_ID
              WHERE N.NOTICE_STATUS = 'OPEN'
              ORDER BY N.CURE_END_DATE, N.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN N1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTNOTC: OPEN OF NOTICE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FETCH-OPEN-NOTICE
               THRU 2100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTNOTC: FETCH FROM NOTICE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE N1
           END-EXEC.

           PERFORM 2950-WRITE-SECTION-END
               THRU 2950-EXIT.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-FETCH-OPEN-NOTICE                                   *
      *=============================================================*
       2100-FETCH-OPEN-NOTICE.

           EXEC SQL
              FETCH N1 INTO
              :WS-CUST-ID,
              :WS-NAME    :WS-NAME-IND,
              :WS-BALANCE :WS-BALANCE-IND,
              :WS-NOTICE-DATE,
              :WS-CURE-END-DATE,
              :WS-REASON-CODE,
              :WS-DAYS-LEFT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

           PERFORM 2800-FORMAT-COMMON
               THRU 2800-EXIT.

           IF WS-BALANCE-IND >= 0
               ADD WS-BALANCE TO WS-OPEN-BALANCE
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DLT-DAYS.
           MOVE SPACES TO WS-DLT-FLAG.
           IF WS-DAYS-LEFT <= 0
               MOVE '  REFERRED ON NEXT NIGHTLY PASS' TO WS-DLT-FLAG
               ADD 1 TO WS-DUE-TONIGHT-COUNT
           END-IF.
           MOVE WS-DAYS-LEFT-TEXT TO WS-DTL-TRAILER.

           WRITE NR-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2800-FORMAT-COMMON -- COLUMNS EVERY SECTION SHARES.  A    *
      *    ROW NO LONGER ON CUSTOMER_DATA PRINTS SO, WITH NO BALANCE *
      *=============================================================*
       2800-FORMAT-COMMON.

           MOVE WS-CUST-ID       TO WS-DTL-CUST-ID.
           MOVE WS-REASON-CODE   TO WS-DTL-REASON.
           MOVE WS-NOTICE-DATE   TO WS-DTL-NOTICE-DATE.
           MOVE WS-CURE-END-DATE TO WS-DTL-CURE-END-DATE.

           IF WS-NAME-IND < 0
               MOVE 'NOT ON CUSTOMER_DATA' TO WS-DTL-NAME
           ELSE
               MOVE WS-NAME TO WS-DTL-NAME
           END-IF.

           IF WS-BALANCE-IND < 0
               MOVE 0 TO WS-DTL-BALANCE
           ELSE
               MOVE WS-BALANCE TO WS-DTL-BALANCE
           END-IF.

           GO TO 2800-EXIT.

       2800-EXIT.
           EXIT.

      *=============================================================*
      *    2900-WRITE-SECTION-HEADING -- TITLE IS ALREADY IN THE     *
      *    REPORT LINE; FOLLOW IT WITH THE COLUMN HEADINGS           *
      *=============================================================*
       2900-WRITE-SECTION-HEADING.

           WRITE NR-REPORT-LINE.

           WRITE NR-REPORT-LINE FROM WS-COLUMN-HEADING.

           MOVE SPACES TO NR-REPORT-LINE.
           WRITE NR-REPORT-LINE.

           MOVE 0 TO WS-SECTION-COUNT.

           GO TO 2900-EXIT.

       2900-EXIT.
           EXIT.

      *=============================================================*
      *    2950-WRITE-SECTION-END -- SAY SO WHEN A SECTION IS EMPTY  *
      *    RATHER THAN LEAVE THE READER WONDERING                    *
      *=============================================================*
       2950-WRITE-SECTION-END.

           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO NR-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-SECTION-OPEN
                       MOVE '  NO CUSTOMERS IN A NOTICE PERIOD'
                           TO NR-REPORT-LINE
                   WHEN WS-SECTION-RELEASED
                       MOVE '  NO NOTICES RELEASED TO COLLECTIONS'
                           TO NR-REPORT-LINE
                   WHEN OTHER
                       MOVE '  NO NOTICES CANCELLED'
                           TO NR-REPORT-LINE
               END-EVALUATE
               WRITE NR-REPORT-LINE
           END-IF.

           MOVE SPACES TO NR-REPORT-LINE.
           WRITE NR-REPORT-LINE.

           GO TO 2950-EXIT.

       2950-EXIT.
           EXIT.

      *=============================================================*
      *    3000-LIST-RELEASED-NOTICES -- NOTICE PERIODS THAT RAN OUT *
      *    UNCURED SINCE THE LAST RUN; EACH WENT OUT ON CLCTFEED     *
      *=============================================================*
       3000-LIST-RELEASED-NOTICES.

           SET WS-SECTION-RELEASED TO TRUE.
           MOVE 'REFERRALS RELEASED TO COLLECTIONS' TO NR-REPORT-LINE.
           PERFORM 2900-WRITE-SECTION-HEADING
               THRU 2900-EXIT.

           EXEC SQL
              DECLARE N2 CURSOR FOR
              SELECT N.CUST_ID, C.NAME, C.BALANCE,
                     CHAR(N.NOTICE_DATE, ISO),
                     CHAR(N.CURE_END_DATE, ISO),
                     N.REASON_CODE,
                     CHAR(N.CLOSE_TS), N.CLOSE_REASON
              FROM CUSTOMER_NOTICE N
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = N.CUST_ID
              WHERE N.NOTICE_STATUS = 'RELEASED'
                AND N.CLOSE_TS >= TIMESTAMP(:WS-SINCE-TS)
              ORDER BY N.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN N2
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTNOTC: OPEN OF RELEASED CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-FETCH-RELEASED-NOTICE
               THRU 3100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTNOTC: FETCH FROM RELEASED CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE N2
           END-EXEC.

           PERFORM 2950-WRITE-SECTION-END
               THRU 2950-EXIT.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-FETCH-RELEASED-NOTICE                               *
      *=============================================================*
       3100-FETCH-RELEASED-NOTICE.

           EXEC SQL
              FETCH N2 INTO
              :WS-CUST-ID,
              :WS-NAME    :WS-NAME-IND,
              :WS-BALANCE :WS-BALANCE-IND,
              :WS-NOTICE-DATE,
              :WS-CURE-END-DATE,
              :WS-REASON-CODE,
              :WS-CLOSE-TS :WS-CLOSE-TS-IND,
              :WS-CLOSE-REASON :WS-CLOSE-REASON-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-RELEASED-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

           PERFORM 2800-FORMAT-COMMON
               THRU 2800-EXIT.

           IF WS-BALANCE-IND >= 0
               ADD WS-BALANCE TO WS-RELEASED-BALANCE
           END-IF.

           MOVE WS-CLOSE-TS(1:10) TO WS-CLT-DATE.
           MOVE 'SENT ON CLCTFEED' TO WS-CLT-REASON.
           MOVE WS-CLOSED-TEXT TO WS-DTL-TRAILER.

           WRITE NR-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    4000-LIST-CANCELLED-NOTICES -- NOTICES CLOSED WITHOUT A   *
      *    REFERRAL SINCE THE LAST RUN, WITH THE REASON              *
      *=============================================================*
       4000-LIST-CANCELLED-NOTICES.

           SET WS-SECTION-CANCELLED TO TRUE.
           MOVE 'NOTICES CANCELLED WITHOUT REFERRAL' TO NR-REPORT-LINE.
           PERFORM 2900-WRITE-SECTION-HEADING
               THRU 2900-EXIT.

           EXEC SQL
              DECLARE N3 CURSOR FOR
              SELECT N.CUST_ID, C.NAME, C.BALANCE,
                     CHAR(N.NOTICE_DATE, ISO),
                     CHAR(N.CURE_END_DATE, ISO),
                     N.REASON_CODE,
                     CHAR(N.CLOSE_TS), N.CLOSE_REASON
              FROM CUSTOMER_NOTICE N
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = N.CUST_ID
              WHERE N.NOTICE_STATUS = 'CANCELLED'
                AND N.CLOSE_TS >= TIMESTAMP(:WS-SINCE-TS)
              ORDER BY N.CLOSE_REASON, N.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN N3
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTNOTC: OPEN OF CANCELLED CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-FETCH-CANCELLED-NOTICE
               THRU 4100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTNOTC: FETCH FROM CANCELLED CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE N3
           END-EXEC.

           PERFORM 2950-WRITE-SECTION-END
               THRU 2950-EXIT.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4100-FETCH-CANCELLED-NOTICE                              *
      *=============================================================*
       4100-FETCH-CANCELLED-NOTICE.

           EXEC SQL
              FETCH N3 INTO
              :WS-CUST-ID,
              :WS-NAME    :WS-NAME-IND,
              :WS-BALANCE :WS-BALANCE-IND,
              :WS-NOTICE-DATE,
              :WS-CURE-END-DATE,
              :WS-REASON-CODE,
              :WS-CLOSE-TS :WS-CLOSE-TS-IND,
              :WS-CLOSE-REASON :WS-CLOSE-REASON-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-CANCELLED-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

           PERFORM 2800-FORMAT-COMMON
               THRU 2800-EXIT.

           IF WS-CLOSE-REASON-IND < 0
               MOVE SPACES TO WS-CLOSE-REASON
           END-IF.

           MOVE WS-CLOSE-TS(1:10) TO WS-CLT-DATE.

           EVALUATE WS-CLOSE-REASON
               WHEN 'CURE'
                   MOVE 'CURED -- PASSED VALIDATION' TO WS-CLT-REASON
               WHEN 'DISP'
                   MOVE 'CUSTDISP DISPOSITION' TO WS-CLT-REASON
               WHEN 'SUPR'
                   MOVE 'SUPERSEDED BY NEW NOTICE' TO WS-CLT-REASON
               WHEN 'STCH'
                   MOVE 'STATUS CHANGED ELSEWHERE' TO WS-CLT-REASON
               WHEN 'GONE'
                   MOVE 'ROW LEFT CUSTOMER_DATA' TO WS-CLT-REASON
               WHEN 'BKOT'
                   MOVE 'RUN BACKED OUT (CUSTBKOT)' TO WS-CLT-REASON
               WHEN OTHER
                   MOVE WS-CLOSE-REASON TO WS-CLT-REASON
           END-EVALUATE.

           MOVE WS-CLOSED-TEXT TO WS-DTL-TRAILER.

           WRITE NR-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 4100-EXIT.

       4100-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- CONTROL TOTALS, REGISTER THE STEP        *
      *    COMPLETE, CLOSE                                           *
      *=============================================================*
       8000-FINALIZE.

           MOVE 'IN NOTICE PERIOD:' TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE '  OF WHICH DUE FOR REFERRAL:' TO WS-SUMMARY-LABEL.
           MOVE WS-DUE-TONIGHT-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BALANCE IN NOTICE PERIOD:' TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-BALANCE TO WS-SUMMARY-AMOUNT.
           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.

           MOVE 'RELEASED TO COLLECTIONS:' TO WS-SUMMARY-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BALANCE RELEASED:' TO WS-SUMMARY-LABEL.
           MOVE WS-RELEASED-BALANCE TO WS-SUMMARY-AMOUNT.
           PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT.

           MOVE 'CANCELLED WITHOUT REFERRAL:' TO WS-SUMMARY-LABEL.
           MOVE WS-CANCELLED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE '  CLOSED, STATUS MOVED:' TO WS-SUMMARY-LABEL.
           MOVE WS-STCH-CLOSED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE '  CLOSED TONIGHT, ROW REMOVED:' TO WS-SUMMARY-LABEL.
           MOVE WS-GONE-CLOSED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           CLOSE NOTICE-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS               *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO NR-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO NR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NR-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8200-WRITE-AMOUNT-LINE -- SAME FOR A BALANCE TOTAL        *
      *=============================================================*
       8200-WRITE-AMOUNT-LINE.

           MOVE SPACES TO NR-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-AMOUNT DELIMITED BY SIZE
                  INTO NR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NR-REPORT-LINE.

           GO TO 8200-EXIT.

       8200-EXIT.
           EXIT.

      *=============================================================*
      *    8400-REGISTER-STEP-END -- FLIP THE STARTED NOTICE ROW TO  *
      *    COMPLETE WITH THE STEP'S RETURN CODE                      *
      *=============================================================*
       8400-REGISTER-STEP-END.

           MOVE RETURN-CODE TO WS-STEP-RC.

           EXEC SQL
              UPDATE RUN_CONTROL
              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 8400-EXIT.

       8400-EXIT.
           EXIT.
