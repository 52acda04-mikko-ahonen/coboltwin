      *****************************************************************
      *
      *    PROGRAM:      CUSTNMCR
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       NAME-CORRECTION FEED TO THE POSTING SYSTEM.  MOST OF THE
      *       CHRONIC PAIRS ON CUSTCHRN ARE BLNM (BLANK NAME) AND BADC
      *       (NON-PRINTABLE CHARACTERS IN THE NAME).  THE POSTING
      *       SYSTEM OWNS NAME, SO NOTHING WE DO TO CUSTOMER_DATA
      *       FIXES THEM -- THE ACCOUNT FAILS EVERY NIGHT, IS REFERRED
      *       TO COLLECTIONS, AND COMES BACK FROM CUSTDISP AS CORR
      *       WEEKS LATER.  THIS PROGRAM TELLS THE POSTING SYSTEM.
      *
      *       EVERY BLNM/BADC PAIR ON EXCEPTION_HISTORY WITH NO OPEN
      *       CASE ON NAME_CORRECTION GETS A PROPOSED NAME WHERE ONE
      *       CAN SAFELY BE MADE:
      *          BADC  THE CURRENT NAME WITH EVERY CHARACTER
      *                CUSTPROC'S 2250-CHECK-NAME-CHARS REJECTS
      *                REPLACED BY A SPACE, RUNS OF SPACES SQUEEZED TO
      *                ONE AND THE RESULT LEFT-JUSTIFIED;
      *          BLNM  THE LAST NAME THE ROW CARRIED, TAKEN IN THIS
      *                ORDER FROM NAME_BALANCE_HIST (THE NAME BEFORE
      *                THE POSTING SYSTEM BLANKED IT), THE CLOSARCH
      *                IMAGE OF AN EARLIER CLOSURE OF THE SAME CUST-ID,
      *                OR THE NEWACCTS RECORD THE ACCOUNT WAS OPENED
      *                FROM.  A NAME THAT WOULD ITSELF FAIL BLNM OR
      *                BADC IS NEVER PROPOSED.
      *       EACH PROPOSAL IS WRITTEN TO NMCRFEED (NMCRREC LAYOUT)
      *       AND OPENS A 'SENT' CASE.  A PAIR WITH NO SAFE PROPOSAL
      *       OPENS A 'MANUAL' CASE FOR DATA QUALITY TO FOLLOW UP AND
      *       IS NOT SENT.  NMCRRPT LISTS EVERY CASE OPENED, CURRENT
      *       NAME (NON-PRINTABLES SHOWN AS '?') AGAINST PROPOSED
      *       NAME, FOR REVIEW.
      *
      *       OPEN CASES ARE CHECKED FIRST ON EVERY RUN.  ONCE THE
      *       POSTING SYSTEM HAS STAMPED A NEW LAST_MAINT_TS AND THE
      *       NAME WOULD PASS BOTH CHECKS, THE CASE IS 'RESOLVED' --
      *       'APPL' WHEN THE NAME IS THE ONE WE SENT, 'OTHR' WHEN IT
      *       WAS CORRECTED SOME OTHER WAY.  A CASE WHOSE ROW HAS LEFT
      *       CUSTOMER_DATA IS 'CLOSED' ('GONE').  THE REPORT ENDS
      *       WITH THE CORRECTIONS-SENT-VERSUS-APPLIED STATISTIC OVER
      *       EVERY CASE EVER SENT.  A SENT CASE IS NOT SENT AGAIN;
      *       ONE THE POSTING SYSTEM NEVER ACTS ON STAYS ON THE
      *       AWAITING COUNT.
      *
      *       ANY MANUAL CASE OPENED, OR ANY PAIR LEFT FOR THE NEXT
      *       RUN BECAUSE THE CASE TABLE FILLED, ENDS THE STEP RC 4;
      *       A DATABASE FAILURE ENDS IT RC 8.
      *
      *    RUN SEQUENCE:
      *       NIGHTLY, AFTER CUSTCHRN (SO EXCEPTION_HISTORY IS
      *       TONIGHT'S) AND CUSTCHGH (SO NAME_BALANCE_HIST HAS
      *       TONIGHT'S CAPTURE).  CLOSARCH AND NEWACCTS ARE OPTIONAL
      *       -- CONCATENATE THE GENERATIONS TO BE SEARCHED IN THE
      *       JCL; A MISSING FILE SIMPLY OFFERS NO NAMES.  REGISTERS
      *       STEP 'NAMECORR' ON RUN_CONTROL.  CHANGES NO
      *       CUSTOMER_DATA ROW.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTNMCR.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO CLOSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT OPTIONAL NEW-ACCOUNT-FILE ASSIGN TO NEWACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWA-FILE-STATUS.

           SELECT CORRECTION-FEED-FILE ASSIGN TO NMCRFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CORRECTION-REPORT-FILE ASSIGN TO NMCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT CUSTCLOS WRITES -- FULL ROW IMAGE AT CLOSURE
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AR-ARCHIVE-RECORD.
           05  AR-CUST-ID                 PIC X(10).
           05  AR-NAME                    PIC X(30).
           05  AR-BALANCE                 PIC S9(7)V99 COMP-3.
           05  AR-STATUS                  PIC X(10).
           05  AR-SEGMENT                 PIC X(10).
           05  AR-OVERRIDE-FLAG           PIC X(01).
           05  AR-OVERRIDE-EXPIRY         PIC X(10).
           05  AR-LAST-MAINT-TS           PIC X(26).
           05  AR-CLOSE-DATE              PIC X(10).
           05  AR-CLOSE-REASON            PIC X(04).
           05  AR-RUN-TIMESTAMP           PIC X(26).

       FD  NEW-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY NEWACREC.
           COPY FEEDCTL.

       FD  CORRECTION-FEED-FILE
           RECORDING MODE IS F.
           COPY NMCRREC.

       FD  CORRECTION-REPORT-FILE
           RECORDING MODE IS F.
       01  NM-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    EXCEPTION_HISTORY / CUSTOMER_DATA HOST VARIABLES --     *
      *    CUSTOMER SIDE OF THE OUTER JOIN IS NULL WHEN THE ROW    *
      *    HAS GONE; LAST_MAINT_TS IS NULL UNTIL THE POSTING       *
      *    SYSTEM FIRST STAMPS THE ROW                             *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-REASON-CODE                 PIC X(04).
       01  WS-ROW-CUST-ID                 PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-ROW-MAINT-TS                PIC X(26).
       77  WS-ROW-IND                     PIC S9(04) COMP VALUE 0.
       77  WS-NAME-IND                    PIC S9(04) COMP VALUE 0.
       77  WS-MAINT-TS-IND                PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    NAME_CORRECTION HOST VARIABLES -- ONE ROW PER CASE,     *
      *    KEYED CUST_ID + REASON_CODE + CASE_TS.  PROPOSED_NAME   *
      *    AND PROPOSAL_SOURCE ARE NULL ON A MANUAL CASE           *
      *-----------------------------------------------------------*
       01  WS-CASE-TS                     PIC X(26).
       01  WS-CASE-STATUS                 PIC X(10).
       01  WS-CASE-MAINT-TS               PIC X(26).
       01  WS-PROPOSED-NAME               PIC X(30).
       01  WS-PROPOSAL-SOURCE             PIC X(08).
       01  WS-MANUAL-REASON               PIC X(04).
       01  WS-RESOLVE-TYPE                PIC X(04).
       77  WS-CASE-MAINT-IND              PIC S9(04) COMP VALUE 0.
       77  WS-PROPOSED-IND                PIC S9(04) COMP VALUE 0.
       77  WS-SOURCE-IND                  PIC S9(04) COMP VALUE 0.
       77  WS-MANUAL-IND                  PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    NAME_BALANCE_HIST -- THE NAME BEFORE IT WAS BLANKED     *
      *-----------------------------------------------------------*
       01  WS-HIST-OLD-NAME               PIC X(30).

      *-----------------------------------------------------------*
      *    CASES TO OPEN TONIGHT, IN CUST_ID / REASON_CODE ORDER   *
      *    (THE CURSOR'S ORDER) SO EACH CLOSARCH AND NEWACCTS      *
      *    RECORD IS MATCHED BY BINARY CHOP.  PAIRS BEYOND THE     *
      *    TABLE ARE LEFT FOR THE NEXT RUN.                        *
      *-----------------------------------------------------------*
       77  WS-CASE-MAX                    PIC 9(05) COMP VALUE 2000.
       77  WS-CASE-USED                   PIC 9(05) COMP VALUE 0.
       77  WS-CASE-IX                     PIC 9(05) COMP VALUE 0.
       77  WS-CASE-HIT                    PIC 9(05) COMP VALUE 0.
       77  WS-LOW-IX                      PIC 9(05) COMP VALUE 0.
       77  WS-HIGH-IX                     PIC 9(05) COMP VALUE 0.
       77  WS-MID-IX                      PIC 9(05) COMP VALUE 0.

       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY              OCCURS 2000 TIMES.
               10  WS-CS-KEY.
                   15  WS-CS-CUST-ID      PIC X(10).
                   15  WS-CS-REASON       PIC X(04).
               10  WS-CS-CUR-NAME         PIC X(30).
               10  WS-CS-MAINT-TS         PIC X(26).
               10  WS-CS-MAINT-IND        PIC S9(04) COMP.
               10  WS-CS-PROPOSED         PIC X(30).
               10  WS-CS-SOURCE           PIC X(08).

       01  WS-SEARCH-KEY.
           05  WS-SEARCH-CUST-ID          PIC X(10).
           05  WS-SEARCH-REASON           PIC X(04).

      *-----------------------------------------------------------*
      *    NAME WORK AREAS -- THE CHARACTER TEST IS CUSTPROC'S     *
      *    2250/2255 TEST (ANYTHING BELOW SPACE IS NON-PRINTABLE)  *
      *-----------------------------------------------------------*
       01  WS-CHECK-NAME                  PIC X(30).
       01  WS-CLEAN-NAME                  PIC X(30).
       01  WS-SHOW-NAME                   PIC X(30).
       01  WS-ONE-CHAR                    PIC X(01).
       77  WS-NAME-IX                     PIC 9(02) COMP VALUE 0.
       77  WS-CLEAN-IX                    PIC 9(02) COMP VALUE 0.

       01  WS-NAME-BAD-SW                 PIC X(01) VALUE 'N'.
           88  WS-NAME-HAS-BAD-CHAR                   VALUE 'Y'.
       01  WS-LAST-SPACE-SW               PIC X(01) VALUE 'Y'.
           88  WS-LAST-WAS-SPACE                      VALUE 'Y'.

      *-----------------------------------------------------------*
      *    DATES                                                   *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-BUSINESS-DATE               PIC X(10).

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-OPEN-CASES-READ             PIC 9(09) COMP VALUE 0.
       77  WS-RESOLVED-APPL-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-RESOLVED-OTHR-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-CLOSED-GONE-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-PAIRS-READ                  PIC 9(09) COMP VALUE 0.
       77  WS-ALREADY-CLEAN-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-PAIR-GONE-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-DEFERRED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-ARCH-READ-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-NEWA-READ-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-SENT-COUNT                  PIC 9(09) COMP VALUE 0.
       77  WS-MANUAL-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-SQL-FAIL-COUNT              PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    SENT-VERSUS-APPLIED STATISTIC, OVER EVERY CASE EVER     *
      *    SENT                                                    *
      *-----------------------------------------------------------*
       77  WS-EVER-SENT-COUNT             PIC S9(09) COMP VALUE 0.
       77  WS-EVER-APPLIED-COUNT          PIC S9(09) COMP VALUE 0.
       77  WS-EVER-OTHER-COUNT            PIC S9(09) COMP VALUE 0.
       77  WS-AWAITING-COUNT              PIC S9(09) COMP VALUE 0.
       77  WS-MANUAL-OPEN-COUNT           PIC S9(09) COMP VALUE 0.
       01  WS-APPLIED-PCT                 PIC 9(03)V9 VALUE 0.
       01  WS-APPLIED-PCT-OUT             PIC ZZ9.9.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    REVIEW REPORT LINES                                     *
      *-----------------------------------------------------------*
       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(06) VALUE 'RSN'.
           05  FILLER                     PIC X(32) VALUE
                                                  'CURRENT NAME'.
           05  FILLER                     PIC X(32) VALUE
                                                  'PROPOSED NAME'.
           05  FILLER                     PIC X(10) VALUE 'SOURCE'.
           05  FILLER                     PIC X(38) VALUE 'OUTCOME'.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON              PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUR-NAME            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-PROPOSED            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MESSAGE             PIC X(38).

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
      *-----------------------------------------------------------*
       01  WS-CURSOR-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CURSOR-EOF                          VALUE 'Y'.
       77  WS-FETCH-SQLCODE               PIC S9(09) COMP VALUE 0.
       01  WS-ARCH-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-ARCH-EOF                            VALUE 'Y'.
       01  WS-NEWA-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-NEWA-EOF                            VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN_CONTROL WORK AREA -- STREAM-SEQUENCE REGISTRATION   *
      *-----------------------------------------------------------*
       01  WS-STEP-NAME                   PIC X(08) VALUE 'NAMECORR'.
       77  WS-STEP-RC                     PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-ARCH-FILE-STATUS        PIC X(02).
           05  WS-NEWA-FILE-STATUS        PIC X(02).
           05  WS-FEED-FILE-STATUS        PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE                                             *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-RESOLVE-OPEN-CASES
               THRU 2000-EXIT.

           PERFORM 3000-LOAD-NEW-CASES
               THRU 3000-EXIT.

           PERFORM 4000-SCAN-CLOSURE-ARCHIVE
               THRU 4000-EXIT.

           PERFORM 4500-SCAN-NEW-ACCOUNTS
               THRU 4500-EXIT.

           PERFORM 5000-OPEN-CASES
               THRU 5000-EXIT.

           PERFORM 6000-SENT-VERSUS-APPLIED
               THRU 6000-EXIT.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN THE FEED AND REPORT, FIX THE      *
      *    BUSINESS DATE AND RUN TIMESTAMP, REGISTER THE STEP        *
      *=============================================================*
       1000-INITIALIZE.

           OPEN OUTPUT CORRECTION-FEED-FILE.

           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTNMCR: OPEN FAILED FOR NMCRFEED STATUS='
                       WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CORRECTION-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTNMCR: OPEN FAILED FOR NMCRRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
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
               DISPLAY 'CUSTNMCR: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

           MOVE SPACES TO NM-REPORT-LINE.
           STRING 'CUSTNMCR NAME-CORRECTION REVIEW -- BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO NM-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NM-REPORT-LINE.

           MOVE SPACES TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1200-REGISTER-STEP-START -- 'STARTED' ROW SO CUSTSTAT     *
      *    SHOWS THE STEP IN THE STREAM                              *
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
      *    2000-RESOLVE-OPEN-CASES -- EVERY SENT OR MANUAL CASE,     *
      *    WITH THE ROW AS IT STANDS NOW.  DONE BEFORE TONIGHT'S     *
      *    PAIRS ARE READ SO A NAME CORRECTED TODAY CLOSES ITS CASE  *
      *    FIRST.                                                    *
      *=============================================================*
       2000-RESOLVE-OPEN-CASES.

           EXEC SQL
              DECLARE R1 CURSOR WITH HOLD FOR
              SELECT N.CUST_ID, N.REASON_CODE, CHAR(N.CASE_TS),
                     N.CASE_STATUS, CHAR(N.CASE_MAINT_TS),
                     N.PROPOSED_NAME,
                     C.CUST_ID, C.NAME, CHAR(C.LAST_MAINT_TS)
              FROM NAME_CORRECTION N
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = N.CUST_ID
              WHERE N.CASE_STATUS IN ('SENT', 'MANUAL')
              ORDER BY N.CUST_ID, N.REASON_CODE
           END-EXEC.

           EXEC SQL
              OPEN R1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTNMCR: OPEN OF CASE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF-SW.

           PERFORM 2100-CHECK-OPEN-CASE
               THRU 2100-EXIT
               UNTIL WS-CURSOR-EOF.

           IF WS-FETCH-SQLCODE NOT = 100
               DISPLAY 'CUSTNMCR: FETCH FROM CASE CURSOR FAILED '
                       'SQLCODE=' WS-FETCH-SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
           END-IF.

           EXEC SQL
              CLOSE R1
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-CHECK-OPEN-CASE -- RESOLVED ONLY WHEN THE POSTING    *
      *    SYSTEM HAS STAMPED THE ROW SINCE THE CASE OPENED AND THE  *
      *    NAME NOW PASSES BOTH CHECKS.  A STAMP THAT LEFT THE NAME  *
      *    BAD (A BALANCE POSTING) KEEPS THE CASE OPEN.              *
      *=============================================================*
       2100-CHECK-OPEN-CASE.

           EXEC SQL
              FETCH R1 INTO
              :WS-CUST-ID,
              :WS-REASON-CODE,
              :WS-CASE-TS,
              :WS-CASE-STATUS,
              :WS-CASE-MAINT-TS  :WS-CASE-MAINT-IND,
              :WS-PROPOSED-NAME  :WS-PROPOSED-IND,
              :WS-ROW-CUST-ID    :WS-ROW-IND,
              :WS-NAME           :WS-NAME-IND,
              :WS-ROW-MAINT-TS   :WS-MAINT-TS-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               SET WS-CURSOR-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-CASES-READ.

           IF WS-ROW-IND < 0
               MOVE 'GONE' TO WS-RESOLVE-TYPE
               MOVE 'CLOSED' TO WS-CASE-STATUS
               PERFORM 2200-CLOSE-CASE
                   THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF WS-MAINT-TS-IND < 0
               GO TO 2100-EXIT
           END-IF.

           IF WS-CASE-MAINT-IND >= 0
              AND WS-ROW-MAINT-TS NOT > WS-CASE-MAINT-TS
               GO TO 2100-EXIT
           END-IF.

           IF WS-NAME-IND < 0
               MOVE SPACES TO WS-NAME
           END-IF.

           MOVE WS-NAME TO WS-CHECK-NAME.
           PERFORM 5500-CHECK-NAME
               THRU 5500-EXIT.

           IF WS-CHECK-NAME = SPACES OR WS-NAME-HAS-BAD-CHAR
               GO TO 2100-EXIT
           END-IF.

           IF WS-PROPOSED-IND >= 0 AND WS-NAME = WS-PROPOSED-NAME
               MOVE 'APPL' TO WS-RESOLVE-TYPE
           ELSE
               MOVE 'OTHR' TO WS-RESOLVE-TYPE
           END-IF.
           MOVE 'RESOLVED' TO WS-CASE-STATUS.

           PERFORM 2200-CLOSE-CASE
               THRU 2200-EXIT.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2200-CLOSE-CASE -- STATUS AND RESOLVE TYPE ALREADY SET.   *
      *    RESOLVED_NAME IS THE NAME AS IT CAME BACK (BLANK ON A     *
      *    GONE ROW).                                                *
      *=============================================================*
       2200-CLOSE-CASE.

           IF WS-ROW-IND < 0
               MOVE SPACES TO WS-NAME
           END-IF.

           EXEC SQL
              UPDATE NAME_CORRECTION
              SET CASE_STATUS   = :WS-CASE-STATUS,
                  RESOLVE_TYPE  = :WS-RESOLVE-TYPE,
                  RESOLVED_NAME = :WS-NAME,
                  RESOLVED_TS   = :WS-RUN-TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
                AND REASON_CODE = :WS-REASON-CODE
                AND CASE_TS = :WS-CASE-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-SQL-FAIL-COUNT
               GO TO 2200-EXIT
           END-IF.

           EVALUATE WS-RESOLVE-TYPE
               WHEN 'APPL'
                   ADD 1 TO WS-RESOLVED-APPL-COUNT
               WHEN 'OTHR'
                   ADD 1 TO WS-RESOLVED-OTHR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-GONE-COUNT
           END-EVALUATE.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    3000-LOAD-NEW-CASES -- EVERY BLNM/BADC PAIR ON            *
      *    EXCEPTION_HISTORY WITH NO OPEN CASE, IN KEY ORDER, INTO   *
      *    THE CASE TABLE.  A BADC NAME IS CLEANED AND A BLNM NAME   *
      *    LOOKED UP ON NAME_BALANCE_HIST AS IT IS LOADED; THE       *
      *    ARCHIVE SCANS FILL IN WHAT IS STILL MISSING.              *
      *=============================================================*
       3000-LOAD-NEW-CASES.

           EXEC SQL
              DECLARE E1 CURSOR WITH HOLD FOR
              SELECT E.CUST_ID, E.REASON_CODE,
                     C.CUST_ID, C.NAME, CHAR(C.LAST_MAINT_TS)
              FROM EXCEPTION_HISTORY E
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = E.CUST_ID
              WHERE E.REASON_CODE IN ('BLNM', 'BADC')
                AND NOT EXISTS
                    (SELECT 1
                       FROM NAME_CORRECTION N
                      WHERE N.CUST_ID = E.CUST_ID
                        AND N.REASON_CODE = E.REASON_CODE
                        AND N.CASE_STATUS IN ('SENT', 'MANUAL'))
              ORDER BY E.CUST_ID, E.REASON_CODE
           END-EXEC.

           EXEC SQL
              OPEN E1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTNMCR: OPEN OF EXCEPTION CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF-SW.
           MOVE 0 TO WS-FETCH-SQLCODE.

           PERFORM 3100-LOAD-ONE-PAIR
               THRU 3100-EXIT
               UNTIL WS-CURSOR-EOF.

           IF WS-FETCH-SQLCODE NOT = 100
               DISPLAY 'CUSTNMCR: FETCH FROM EXCEPTION CURSOR FAILED '
                       'SQLCODE=' WS-FETCH-SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
           END-IF.

           EXEC SQL
              CLOSE E1
           END-EXEC.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-LOAD-ONE-PAIR -- A PAIR WHOSE ROW HAS GONE, OR WHOSE *
      *    NAME NO LONGER FAILS ITS CHECK (CORRECTED SINCE TONIGHT'S *
      *    CUSTPROC PASS), NEEDS NO CASE                             *
      *=============================================================*
       3100-LOAD-ONE-PAIR.

           EXEC SQL
              FETCH E1 INTO
              :WS-CUST-ID,
              :WS-REASON-CODE,
              :WS-ROW-CUST-ID    :WS-ROW-IND,
              :WS-NAME           :WS-NAME-IND,
              :WS-ROW-MAINT-TS   :WS-MAINT-TS-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               SET WS-CURSOR-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-PAIRS-READ.

           IF WS-ROW-IND < 0
               ADD 1 TO WS-PAIR-GONE-COUNT
               GO TO 3100-EXIT
           END-IF.

           IF WS-NAME-IND < 0
               MOVE SPACES TO WS-NAME
           END-IF.

           IF WS-MAINT-TS-IND < 0
               MOVE SPACES TO WS-ROW-MAINT-TS
           END-IF.

           MOVE WS-NAME TO WS-CHECK-NAME.
           PERFORM 5500-CHECK-NAME
               THRU 5500-EXIT.

           IF (WS-REASON-CODE = 'BLNM' AND WS-NAME NOT = SPACES)
              OR (WS-REASON-CODE = 'BADC' AND NOT WS-NAME-HAS-BAD-CHAR)
               ADD 1 TO WS-ALREADY-CLEAN-COUNT
               GO TO 3100-EXIT
           END-IF.

           IF WS-CASE-USED >= WS-CASE-MAX
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-CASE-USED.
           MOVE WS-CASE-USED       TO WS-CASE-IX.
           MOVE WS-CUST-ID         TO WS-CS-CUST-ID(WS-CASE-IX).
           MOVE WS-REASON-CODE     TO WS-CS-REASON(WS-CASE-IX).
           MOVE WS-NAME            TO WS-CS-CUR-NAME(WS-CASE-IX).
           MOVE WS-ROW-MAINT-TS    TO WS-CS-MAINT-TS(WS-CASE-IX).
           MOVE WS-MAINT-TS-IND    TO WS-CS-MAINT-IND(WS-CASE-IX).
           MOVE SPACES             TO WS-CS-PROPOSED(WS-CASE-IX)
                                      WS-CS-SOURCE(WS-CASE-IX).

           IF WS-REASON-CODE = 'BADC'
               PERFORM 3200-CLEAN-BADC-NAME
                   THRU 3200-EXIT
           ELSE
               PERFORM 3300-LOOKUP-NAME-HISTORY
                   THRU 3300-EXIT
           END-IF.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-CLEAN-BADC-NAME -- EVERY NON-PRINTABLE CHARACTER     *
      *    BECOMES A SPACE, RUNS OF SPACES SQUEEZE TO ONE, THE       *
      *    RESULT IS LEFT-JUSTIFIED.  A NAME THAT WAS NOTHING BUT    *
      *    NON-PRINTABLES LEAVES NO PROPOSAL.                        *
      *=============================================================*
       3200-CLEAN-BADC-NAME.

           MOVE SPACES TO WS-CLEAN-NAME.
           MOVE 0 TO WS-CLEAN-IX.
           SET WS-LAST-WAS-SPACE TO TRUE.

           PERFORM 3250-CLEAN-ONE-CHAR
               THRU 3250-EXIT
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 30.

           IF WS-CLEAN-NAME NOT = SPACES
               MOVE WS-CLEAN-NAME TO WS-CS-PROPOSED(WS-CASE-IX)
               MOVE 'CLEANED'     TO WS-CS-SOURCE(WS-CASE-IX)
           END-IF.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3250-CLEAN-ONE-CHAR                                       *
      *=============================================================*
       3250-CLEAN-ONE-CHAR.

           MOVE WS-NAME(WS-NAME-IX:1) TO WS-ONE-CHAR.

           IF WS-ONE-CHAR < SPACE
               MOVE SPACE TO WS-ONE-CHAR
           END-IF.

           IF WS-ONE-CHAR = SPACE
               IF WS-LAST-WAS-SPACE
                   GO TO 3250-EXIT
               END-IF
               SET WS-LAST-WAS-SPACE TO TRUE
           ELSE
               MOVE 'N' TO WS-LAST-SPACE-SW
           END-IF.

           ADD 1 TO WS-CLEAN-IX.
           MOVE WS-ONE-CHAR TO WS-CLEAN-NAME(WS-CLEAN-IX:1).

           GO TO 3250-EXIT.

       3250-EXIT.
           EXIT.

      *=============================================================*
      *    3300-LOOKUP-NAME-HISTORY -- THE MOST RECENT NAME CUSTCHGH *
      *    SAW REPLACED ON THE ROW THAT WOULD PASS BOTH CHECKS: THE  *
      *    NAME BEFORE THE POSTING SYSTEM BLANKED IT.  NONE IS NOT   *
      *    AN ERROR -- THE ARCHIVE SCANS MAY YET FIND ONE.           *
      *=============================================================*
       3300-LOOKUP-NAME-HISTORY.

           EXEC SQL
              SELECT OLD_NAME
              INTO :WS-HIST-OLD-NAME
              FROM NAME_BALANCE_HIST
              WHERE CUST_ID = :WS-CUST-ID
                AND CHANGE_TYPE IN ('NAME', 'BOTH')
                AND OLD_NAME IS NOT NULL
                AND OLD_NAME <> ' '
              ORDER BY CAPTURE_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
               GO TO 3300-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-SQL-FAIL-COUNT
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-HIST-OLD-NAME TO WS-CHECK-NAME.
           PERFORM 5500-CHECK-NAME
               THRU 5500-EXIT.

           IF NOT WS-NAME-HAS-BAD-CHAR
               MOVE WS-HIST-OLD-NAME TO WS-CS-PROPOSED(WS-CASE-IX)
               MOVE 'NAMEHIST'       TO WS-CS-SOURCE(WS-CASE-IX)
           END-IF.

           GO TO 3300-EXIT.

       3300-EXIT.
           EXIT.

      *=============================================================*
      *    4000-SCAN-CLOSURE-ARCHIVE -- A BLNM CASE STILL WITHOUT A  *
      *    NAME TAKES THE ONE ON THE LATEST CLOSARCH IMAGE OF THE    *
      *    SAME CUST-ID (AN ACCOUNT CLOSED AND LATER REOPENED).  THE *
      *    GENERATIONS ARE READ OLDEST FIRST, SO A LATER IMAGE       *
      *    REPLACES AN EARLIER ONE.                                  *
      *=============================================================*
       4000-SCAN-CLOSURE-ARCHIVE.

           IF WS-CASE-USED = 0
               GO TO 4000-EXIT
           END-IF.

           OPEN INPUT ARCHIVE-FILE.

           IF WS-ARCH-FILE-STATUS NOT = '00'
              AND WS-ARCH-FILE-STATUS NOT = '05'
               DISPLAY 'CUSTNMCR: OPEN FAILED FOR CLOSARCH STATUS='
                       WS-ARCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 4100-READ-ARCHIVE-RECORD
               THRU 4100-EXIT
               UNTIL WS-ARCH-EOF.

           CLOSE ARCHIVE-FILE.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4100-READ-ARCHIVE-RECORD                                  *
      *=============================================================*
       4100-READ-ARCHIVE-RECORD.

           READ ARCHIVE-FILE
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.

           IF WS-ARCH-EOF
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-ARCH-READ-COUNT.

           MOVE AR-CUST-ID TO WS-SEARCH-CUST-ID.
           MOVE 'BLNM'     TO WS-SEARCH-REASON.
           PERFORM 4800-FIND-CASE
               THRU 4800-EXIT.

           IF WS-CASE-HIT = 0
               GO TO 4100-EXIT
           END-IF.

           IF WS-CS-SOURCE(WS-CASE-HIT) NOT = SPACES
              AND WS-CS-SOURCE(WS-CASE-HIT) NOT = 'CLOSARCH'
               GO TO 4100-EXIT
           END-IF.

           MOVE AR-NAME TO WS-CHECK-NAME.
           PERFORM 5500-CHECK-NAME
               THRU 5500-EXIT.

           IF WS-CHECK-NAME = SPACES OR WS-NAME-HAS-BAD-CHAR
               GO TO 4100-EXIT
           END-IF.

           MOVE AR-NAME    TO WS-CS-PROPOSED(WS-CASE-HIT).
           MOVE 'CLOSARCH' TO WS-CS-SOURCE(WS-CASE-HIT).

           GO TO 4100-EXIT.

       4100-EXIT.
           EXIT.

      *=============================================================*
      *    4500-SCAN-NEW-ACCOUNTS -- A BLNM CASE STILL WITHOUT A     *
      *    NAME TAKES THE ONE THE ACCOUNT WAS FIRST OPENED WITH.     *
      *    THE FIRST DETAIL RECORD FOR THE CUST-ID WINS; FEEDCTL     *
      *    HEADER AND TRAILER RECORDS ARE PASSED OVER.               *
      *=============================================================*
       4500-SCAN-NEW-ACCOUNTS.

           IF WS-CASE-USED = 0
               GO TO 4500-EXIT
           END-IF.

           OPEN INPUT NEW-ACCOUNT-FILE.

           IF WS-NEWA-FILE-STATUS NOT = '00'
              AND WS-NEWA-FILE-STATUS NOT = '05'
               DISPLAY 'CUSTNMCR: OPEN FAILED FOR NEWACCTS STATUS='
                       WS-NEWA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 4600-READ-NEW-ACCOUNT
               THRU 4600-EXIT
               UNTIL WS-NEWA-EOF.

           CLOSE NEW-ACCOUNT-FILE.

           GO TO 4500-EXIT.

       4500-EXIT.
           EXIT.

      *=============================================================*
      *    4600-READ-NEW-ACCOUNT                                     *
      *=============================================================*
       4600-READ-NEW-ACCOUNT.

           READ NEW-ACCOUNT-FILE
               AT END
                   SET WS-NEWA-EOF TO TRUE
           END-READ.

           IF WS-NEWA-EOF
               GO TO 4600-EXIT
           END-IF.

           IF FC-H-IS-HEADER OR FC-T-IS-TRAILER
               GO TO 4600-EXIT
           END-IF.

           ADD 1 TO WS-NEWA-READ-COUNT.

           MOVE NA-CUST-ID TO WS-SEARCH-CUST-ID.
           MOVE 'BLNM'     TO WS-SEARCH-REASON.
           PERFORM 4800-FIND-CASE
               THRU 4800-EXIT.

           IF WS-CASE-HIT = 0
               GO TO 4600-EXIT
           END-IF.

           IF WS-CS-SOURCE(WS-CASE-HIT) NOT = SPACES
               GO TO 4600-EXIT
           END-IF.

           MOVE NA-NAME TO WS-CHECK-NAME.
           PERFORM 5500-CHECK-NAME
               THRU 5500-EXIT.

           IF WS-CHECK-NAME = SPACES OR WS-NAME-HAS-BAD-CHAR
               GO TO 4600-EXIT
           END-IF.

           MOVE NA-NAME    TO WS-CS-PROPOSED(WS-CASE-HIT).
           MOVE 'NEWACCTS' TO WS-CS-SOURCE(WS-CASE-HIT).

           GO TO 4600-EXIT.

       4600-EXIT.
           EXIT.

      *=============================================================*
      *    4800-FIND-CASE -- BINARY CHOP OF THE CASE TABLE ON        *
      *    WS-SEARCH-KEY.  WS-CASE-HIT IS THE ENTRY, OR ZERO.        *
      *=============================================================*
       4800-FIND-CASE.

           MOVE 0 TO WS-CASE-HIT.
           MOVE 1 TO WS-LOW-IX.
           MOVE WS-CASE-USED TO WS-HIGH-IX.

           PERFORM 4850-PROBE-CASE
               THRU 4850-EXIT
               UNTIL WS-LOW-IX > WS-HIGH-IX
                  OR WS-CASE-HIT > 0.

           GO TO 4800-EXIT.

       4800-EXIT.
           EXIT.

      *=============================================================*
      *    4850-PROBE-CASE                                           *
      *=============================================================*
       4850-PROBE-CASE.

           COMPUTE WS-MID-IX = (WS-LOW-IX + WS-HIGH-IX) / 2.

           EVALUATE TRUE
               WHEN WS-CS-KEY(WS-MID-IX) = WS-SEARCH-KEY
                   MOVE WS-MID-IX TO WS-CASE-HIT
               WHEN WS-CS-KEY(WS-MID-IX) < WS-SEARCH-KEY
                   COMPUTE WS-LOW-IX = WS-MID-IX + 1
               WHEN WS-MID-IX = 1
                   MOVE 0 TO WS-HIGH-IX
               WHEN OTHER
                   COMPUTE WS-HIGH-IX = WS-MID-IX - 1
           END-EVALUATE.

           GO TO 4850-EXIT.

       4850-EXIT.
           EXIT.

      *=============================================================*
      *    5000-OPEN-CASES -- ONE NAME_CORRECTION CASE PER TABLE     *
      *    ENTRY: 'SENT' WITH A FEED RECORD WHERE A PROPOSAL WAS     *
      *    FOUND, 'MANUAL' WHERE NONE WAS.  EVERY CASE GOES ON THE   *
      *    REVIEW REPORT.                                            *
      *=============================================================*
       5000-OPEN-CASES.

           MOVE SPACES TO NM-REPORT-LINE.
           MOVE 'CASES OPENED TONIGHT' TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           WRITE NM-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 5100-OPEN-ONE-CASE
               THRU 5100-EXIT
               VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-USED.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 5000-EXIT.

       5000-EXIT.
           EXIT.

      *=============================================================*
      *    5100-OPEN-ONE-CASE -- THE FEED RECORD IS WRITTEN ONLY     *
      *    ONCE THE CASE ROW IS IN, SO NOTHING IS SENT THAT THE      *
      *    RESOLUTION CHECK WILL NOT FOLLOW UP                       *
      *=============================================================*
       5100-OPEN-ONE-CASE.

           MOVE WS-CS-CUST-ID(WS-CASE-IX)   TO WS-CUST-ID.
           MOVE WS-CS-REASON(WS-CASE-IX)    TO WS-REASON-CODE.
           MOVE WS-CS-CUR-NAME(WS-CASE-IX)  TO WS-NAME.
           MOVE WS-CS-MAINT-TS(WS-CASE-IX)  TO WS-CASE-MAINT-TS.
           MOVE WS-CS-MAINT-IND(WS-CASE-IX) TO WS-CASE-MAINT-IND.
           MOVE WS-CS-PROPOSED(WS-CASE-IX)  TO WS-PROPOSED-NAME.
           MOVE WS-CS-SOURCE(WS-CASE-IX)    TO WS-PROPOSAL-SOURCE.

           IF WS-PROPOSAL-SOURCE = SPACES
               MOVE 'MANUAL' TO WS-CASE-STATUS
               MOVE -1 TO WS-PROPOSED-IND WS-SOURCE-IND
               MOVE 0 TO WS-MANUAL-IND
               IF WS-REASON-CODE = 'BADC'
                   MOVE 'EMPT' TO WS-MANUAL-REASON
               ELSE
                   MOVE 'NOSR' TO WS-MANUAL-REASON
               END-IF
           ELSE
               MOVE 'SENT' TO WS-CASE-STATUS
               MOVE 0 TO WS-PROPOSED-IND WS-SOURCE-IND
               MOVE -1 TO WS-MANUAL-IND
               MOVE SPACES TO WS-MANUAL-REASON
           END-IF.

           EXEC SQL
              INSERT INTO NAME_CORRECTION
                 (CUST_ID, REASON_CODE, CASE_TS, CASE_STATUS,
                  BUSINESS_DATE, CURRENT_NAME, CASE_MAINT_TS,
                  PROPOSED_NAME, PROPOSAL_SOURCE, MANUAL_REASON)
              VALUES
                 (:WS-CUST-ID, :WS-REASON-CODE, :WS-RUN-TIMESTAMP,
                  :WS-CASE-STATUS, :WS-BUSINESS-DATE, :WS-NAME,
                  :WS-CASE-MAINT-TS    :WS-CASE-MAINT-IND,
                  :WS-PROPOSED-NAME    :WS-PROPOSED-IND,
                  :WS-PROPOSAL-SOURCE  :WS-SOURCE-IND,
                  :WS-MANUAL-REASON    :WS-MANUAL-IND)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-SQL-FAIL-COUNT
               MOVE 'DB2 ERROR -- RETRIED NEXT RUN'
                   TO WS-DTL-MESSAGE
               PERFORM 5300-WRITE-DETAIL-LINE
                   THRU 5300-EXIT
               GO TO 5100-EXIT
           END-IF.

           IF WS-CASE-STATUS = 'MANUAL'
               ADD 1 TO WS-MANUAL-COUNT
               IF WS-MANUAL-REASON = 'EMPT'
                   MOVE 'MANUAL -- NOTHING LEFT AFTER CLEANING'
                       TO WS-DTL-MESSAGE
               ELSE
                   MOVE 'MANUAL -- NO NAME ON FILE'
                       TO WS-DTL-MESSAGE
               END-IF
               PERFORM 5300-WRITE-DETAIL-LINE
                   THRU 5300-EXIT
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-CUST-ID          TO NX-CUST-ID.
           MOVE WS-REASON-CODE      TO NX-REASON-CODE.
           MOVE WS-PROPOSED-NAME    TO NX-PROPOSED-NAME.
           MOVE WS-PROPOSAL-SOURCE  TO NX-PROPOSAL-SOURCE.
           MOVE WS-CASE-MAINT-TS    TO NX-BASED-ON-MAINT-TS.
           MOVE WS-BUSINESS-DATE    TO NX-SENT-DATE.
           WRITE NX-CORRECTION-RECORD.

           ADD 1 TO WS-SENT-COUNT.
           MOVE 'SENT TO POSTING SYSTEM' TO WS-DTL-MESSAGE.
           PERFORM 5300-WRITE-DETAIL-LINE
               THRU 5300-EXIT.

           GO TO 5100-EXIT.

       5100-EXIT.
           EXIT.

      *=============================================================*
      *    5300-WRITE-DETAIL-LINE -- CURRENT NAME WITH EACH          *
      *    NON-PRINTABLE SHOWN AS '?', SO THE REVIEWER SEES WHERE    *
      *    THE BAD CHARACTERS WERE                                   *
      *=============================================================*
       5300-WRITE-DETAIL-LINE.

           MOVE WS-NAME TO WS-SHOW-NAME.

           PERFORM 5350-SHOW-ONE-CHAR
               THRU 5350-EXIT
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 30.

           MOVE WS-CUST-ID          TO WS-DTL-CUST-ID.
           MOVE WS-REASON-CODE      TO WS-DTL-REASON.
           MOVE WS-SHOW-NAME        TO WS-DTL-CUR-NAME.
           MOVE WS-PROPOSED-NAME    TO WS-DTL-PROPOSED.
           MOVE WS-PROPOSAL-SOURCE  TO WS-DTL-SOURCE.

           WRITE NM-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 5300-EXIT.

       5300-EXIT.
           EXIT.

      *=============================================================*
      *    5350-SHOW-ONE-CHAR                                        *
      *=============================================================*
       5350-SHOW-ONE-CHAR.

           IF WS-SHOW-NAME(WS-NAME-IX:1) < SPACE
               MOVE '?' TO WS-SHOW-NAME(WS-NAME-IX:1)
           END-IF.

           GO TO 5350-EXIT.

       5350-EXIT.
           EXIT.

      *=============================================================*
      *    5500-CHECK-NAME -- CUSTPROC'S 2250 CHARACTER TEST ON      *
      *    WS-CHECK-NAME, SETTING WS-NAME-HAS-BAD-CHAR               *
      *=============================================================*
       5500-CHECK-NAME.

           MOVE 'N' TO WS-NAME-BAD-SW.

           PERFORM 5550-CHECK-ONE-CHAR
               THRU 5550-EXIT
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 30
                  OR WS-NAME-HAS-BAD-CHAR.

           GO TO 5500-EXIT.

       5500-EXIT.
           EXIT.

      *=============================================================*
      *    5550-CHECK-ONE-CHAR                                       *
      *=============================================================*
       5550-CHECK-ONE-CHAR.

           IF WS-CHECK-NAME(WS-NAME-IX:1) < SPACE
               SET WS-NAME-HAS-BAD-CHAR TO TRUE
           END-IF.

           GO TO 5550-EXIT.

       5550-EXIT.
           EXIT.

      *=============================================================*
      *    6000-SENT-VERSUS-APPLIED -- OVER EVERY CASE EVER SENT:    *
      *    HOW MANY THE POSTING SYSTEM APPLIED AS SENT, HOW MANY     *
      *    WERE PUT RIGHT SOME OTHER WAY, HOW MANY ARE STILL         *
      *    AWAITED; AND HOW MANY MANUAL CASES STAND OPEN             *
      *=============================================================*
       6000-SENT-VERSUS-APPLIED.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN RESOLVE_TYPE = 'APPL'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN RESOLVE_TYPE = 'OTHR'
                                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN CASE_STATUS = 'SENT'
                                       THEN 1 ELSE 0 END), 0)
              INTO :WS-EVER-SENT-COUNT, :WS-EVER-APPLIED-COUNT,
                   :WS-EVER-OTHER-COUNT, :WS-AWAITING-COUNT
              FROM NAME_CORRECTION
              WHERE PROPOSED_NAME IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-SQL-FAIL-COUNT
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-MANUAL-OPEN-COUNT
              FROM NAME_CORRECTION
              WHERE CASE_STATUS = 'MANUAL'
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-SQL-FAIL-COUNT
           END-IF.

           IF WS-EVER-SENT-COUNT > 0
               COMPUTE WS-APPLIED-PCT ROUNDED =
                   WS-EVER-APPLIED-COUNT * 100 / WS-EVER-SENT-COUNT
           END-IF.

           MOVE SPACES TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           MOVE 'CORRECTIONS SENT VERSUS APPLIED (ALL RUNS)'
               TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           MOVE 'CORRECTIONS SENT:' TO WS-SUMMARY-LABEL.
           MOVE WS-EVER-SENT-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'APPLIED AS SENT:' TO WS-SUMMARY-LABEL.
           MOVE WS-EVER-APPLIED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CORRECTED ANOTHER WAY:' TO WS-SUMMARY-LABEL.
           MOVE WS-EVER-OTHER-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'AWAITING POSTING SYSTEM:' TO WS-SUMMARY-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE WS-APPLIED-PCT TO WS-APPLIED-PCT-OUT.
           MOVE SPACES TO NM-REPORT-LINE.
           STRING 'APPLIED AS SENT, PERCENT:     ' DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-APPLIED-PCT-OUT DELIMITED BY SIZE
                  INTO NM-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NM-REPORT-LINE.

           MOVE 'MANUAL CASES OPEN:' TO WS-SUMMARY-LABEL.
           MOVE WS-MANUAL-OPEN-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           GO TO 6000-EXIT.

       6000-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, TONIGHT'S CONTROL TOTALS,        *
      *    REGISTER THE STEP COMPLETE, CLOSE                         *
      *=============================================================*
       8000-FINALIZE.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF (WS-MANUAL-COUNT > 0 OR WS-DEFERRED-COUNT > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-SQL-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           MOVE 'TONIGHT' TO NM-REPORT-LINE.
           WRITE NM-REPORT-LINE.

           MOVE 'OPEN CASES CHECKED:' TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-CASES-READ TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'RESOLVED, APPLIED AS SENT:' TO WS-SUMMARY-LABEL.
           MOVE WS-RESOLVED-APPL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'RESOLVED, CORRECTED OTHERWISE:' TO WS-SUMMARY-LABEL.
           MOVE WS-RESOLVED-OTHR-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CLOSED, ROW GONE:' TO WS-SUMMARY-LABEL.
           MOVE WS-CLOSED-GONE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BLNM/BADC PAIRS READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-PAIRS-READ TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'PAIRS ALREADY CORRECTED:' TO WS-SUMMARY-LABEL.
           MOVE WS-ALREADY-CLEAN-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'PAIRS WITH ROW GONE:' TO WS-SUMMARY-LABEL.
           MOVE WS-PAIR-GONE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CLOSARCH RECORDS READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-ARCH-READ-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NEWACCTS RECORDS READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-NEWA-READ-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CORRECTIONS SENT:' TO WS-SUMMARY-LABEL.
           MOVE WS-SENT-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'MARKED FOR MANUAL FOLLOW-UP:' TO WS-SUMMARY-LABEL.
           MOVE WS-MANUAL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'DEFERRED (TABLE FULL):' TO WS-SUMMARY-LABEL.
           MOVE WS-DEFERRED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SQL FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-SQL-FAIL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           CLOSE CORRECTION-FEED-FILE.
           CLOSE CORRECTION-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS                *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO NM-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO NM-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE NM-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8400-REGISTER-STEP-END -- FLIP THE STARTED NAMECORR ROW   *
      *    TO COMPLETE WITH THE STEP'S RETURN CODE                   *
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
