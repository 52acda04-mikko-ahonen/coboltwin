      *****************************************************************
      *
      *    PROGRAM:      CUSTESCH
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       ANNUAL UNCLAIMED-PROPERTY (ESCHEATMENT) PASS -- THE
      *       STEP AFTER CUSTDORM IN THE DORMANCY LIFECYCLE, REPLACING
      *       THE AUTUMN SPREADSHEET.  STATE UNCLAIMED-PROPERTY LAW
      *       SAYS A DORMANT BALANCE UNCLAIMED PAST THE HOLDING PERIOD
      *       MUST GET A DUE-DILIGENCE LETTER AND THEN, IF THE OWNER
      *       DOES NOT COME FORWARD, BE REPORTED AND REMITTED TO THE
      *       STATE.  THE PASS RUNS IN TWO HALVES, A RESPONSE WINDOW
      *       APART, EACH DRIVEN BY JCL PARM=:
      *
      *       PARM='LETTER' -- DUE DILIGENCE.  EVERY 'DORMANT' ROW
      *          WHOSE LAST_MAINT_TS IS OLDER THAN THE RULE_CONTROL
      *          ESCHEAT_HOLD_YEARS HOLDING PERIOD (3 IF NO ROW IS IN
      *          EFFECT), WITH A POSITIVE BALANCE AND NO OPEN CASE
      *          ALREADY, GETS AN OPEN ESCHEAT_CASE ROW AND A LETTER
      *          RECORD ON ESCHLTR (ESCHLREC LAYOUT).  THE CASE
      *          RECORDS THE LETTER DATE, THE RESPONSE-END DATE
      *          (ESCHEAT_RESPONSE_DAYS, 60 BY DEFAULT, FROM THE
      *          BUSINESS DATE) AND THE LAST_MAINT_TS THE LETTER WAS
      *          BASED ON.  A ROW UNDER AN UNEXPIRED OVERRIDE HOLD IS
      *          SKIPPED -- THE ANALYST'S DECISION OUTRANKS THE
      *          CALENDAR, AS IN CUSTDORM.
      *
      *       PARM='REMIT' -- AFTER THE RESPONSE WINDOW.  EVERY OPEN
      *          CASE IS SETTLED ONE WAY OR THE OTHER:
      *          - THE CUSTOMER CAME FORWARD, SO THE CASE IS
      *            WITHDRAWN AND THE ROW LEFT AS IT IS: POSTING
      *            ACTIVITY SINCE THE LETTER ('ACTV'), THE ROW NO
      *            LONGER DORMANT -- WOKEN BY CUSTPROC, MOVED BY A
      *            CINQ OVERRIDE ('STCH') -- OR AN UNEXPIRED OVERRIDE
      *            HOLD PUT ON IT AFTER THE CUSTOMER GOT IN TOUCH
      *            ('HOLD').  A ROW CUSTCLOS HAS REMOVED ('GONE') OR
      *            WITH NOTHING LEFT TO REMIT ('NOBL') IS WITHDRAWN
      *            TOO.
      *          - THE WINDOW HAS NOT YET RUN OUT: LEFT OPEN.
      *          - OTHERWISE THE ROW MOVES TO STATUS 'ESCHEATED' WITH
      *            AN AUDIT_TRAIL ROW, THE CASE IS CLOSED ESCHEATED
      *            WITH THE STATE AND AMOUNT REMITTED, AND A RECORD
      *            GOES TO THE STATE REMITTANCE FILE ESCHREMT
      *            (ESCHRREC LAYOUT), IN STATE ORDER.
      *
      *       THE STATE IS THE ROW'S CUSTOMER_DATA STATE_CODE (LAST
      *       KNOWN ADDRESS, MAINTAINED BY THE POSTING SYSTEM); A
      *       ROW WITH NONE FALLS TO RULE_CONTROL ESCHEAT_HOME_STATE,
      *       THE BANK'S STATE OF INCORPORATION.  A ROW WITH NEITHER
      *       CANNOT BE REPORTED: ITS CASE IS LEFT OPEN AND LISTED
      *       FOR MANUAL FOLLOW-UP, AND THE STEP ENDS RC 4.
      *
      *       ESCHRPT LISTS EVERY ROW WITH ITS OUTCOME AND ENDS WITH
      *       THE CONTROL TOTALS -- COUNTS AND BALANCE TOTALS BY
      *       STATE, THEN FOR THE RUN.
      *
      *       AN ESCHEATED ROW IS LEFT ALONE FROM THEN ON: CUSTPROC
      *       KEEPS IT ASLEEP, CUSTDORM FILTERS IT, AND CUSTCLOS
      *       REFUSES TO CLOSE IT.  THE OWNER RECLAIMS FROM THE STATE.
      *
      *    RUN SEQUENCE:
      *       ANNUAL, OUTSIDE THE NIGHTLY STREAM, PER THE STATE
      *       REPORTING CALENDAR: LETTER FIRST, REMIT ONCE THE
      *       RESPONSE WINDOW HAS RUN OUT.  REGISTERS STEP 'ESCHEAT'
      *       (RUN_MODE LETTER OR REMIT) ON RUN_CONTROL SO CUSTSTAT
      *       SHOWS IT.  THE PASS CHANGES NO BALANCES AND NO ROW
      *       COUNT, SO THE PRE/POST RECONCILIATION IS UNAFFECTED.
      *       A RERUN OF EITHER HALF IS SAFE: LETTER SKIPS ROWS THAT
      *       ALREADY HAVE AN OPEN CASE, AND REMIT ONLY READS OPEN
      *       CASES.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTESCH.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LETTER-FEED-FILE ASSIGN TO ESCHLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN TO ESCHREMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO ESCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LETTER-FEED-FILE
           RECORDING MODE IS F.
           COPY ESCHLREC.

       FD  REMIT-FILE
           RECORDING MODE IS F.
           COPY ESCHRREC.

       FD  ESCHEAT-REPORT-FILE
           RECORDING MODE IS F.
       01  ES-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    CUSTOMER_DATA HOST VARIABLES -- EVERY COLUMN CAN COME   *
      *    BACK NULL ON THE REMIT CURSOR (OUTER JOIN, ROW GONE),   *
      *    AND THE OVERRIDE COLUMNS ON ANY ROW, HENCE INDICATORS   *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-OLD-STATUS                  PIC X(10).
       01  WS-OLD-SEGMENT                 PIC X(10).
       01  WS-ROW-MAINT-TS                PIC X(26).
       01  WS-STATE-CODE                  PIC X(02).
       01  WS-OVERRIDE-FLAG               PIC X(01).
       01  WS-OVERRIDE-EXPIRY             PIC X(10).
       77  WS-NAME-IND                    PIC S9(04) COMP VALUE 0.
       77  WS-BALANCE-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-STATUS-IND                  PIC S9(04) COMP VALUE 0.
       77  WS-SEGMENT-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-MAINT-TS-IND                PIC S9(04) COMP VALUE 0.
       77  WS-OVR-FLAG-IND                PIC S9(04) COMP VALUE 0.
       77  WS-OVR-EXPIRY-IND              PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    ESCHEAT_CASE HOST VARIABLES                             *
      *-----------------------------------------------------------*
       01  WS-LETTER-DATE                 PIC X(10).
       01  WS-RESPONSE-END-DATE           PIC X(10).
       01  WS-LETTER-MAINT-TS             PIC X(26).
       01  WS-CLOSE-REASON                PIC X(04).

      *-----------------------------------------------------------*
      *    RULE_CONTROL ESCHEATMENT SETTINGS, BUILT-IN DEFAULTS IF *
      *    NO ROW IS IN EFFECT.  THE HOLDING CUTOFF AND THE        *
      *    RESPONSE-END DATE ARE CAPTURED ONCE SO EVERY ROW IS     *
      *    JUDGED AGAINST THE SAME INSTANT.                        *
      *-----------------------------------------------------------*
       77  WS-HOLD-YEARS                  PIC S9(04) COMP VALUE 3.
       77  WS-RESPONSE-DAYS               PIC S9(04) COMP VALUE 60.
       01  WS-HOME-STATE                  PIC X(02) VALUE SPACES.
       01  WS-HOLDING-CUTOFF-TS           PIC X(26).
       01  WS-NEW-RESPONSE-END            PIC X(10).
       01  WS-BUSINESS-DATE               PIC X(10).

      *-----------------------------------------------------------*
      *    AUDIT TRAIL WORK AREA                                   *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CUSTESCH'.
       01  WS-ESCHEATED-STATUS            PIC X(10) VALUE 'ESCHEATED'.

      *-----------------------------------------------------------*
      *    COMMIT INTERVAL -- SAME RULE_CONTROL ROW THE REST OF THE *
      *    STREAM RUNS ON; BUILT-IN DEFAULT IF NO ROW IS IN EFFECT  *
      *-----------------------------------------------------------*
       77  WS-RULE-COMMIT-INTERVAL        PIC S9(09) COMP VALUE 0.
       77  WS-COMMIT-INTERVAL             PIC 9(05) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT           PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-ROWS-FETCHED                PIC 9(09) COMP VALUE 0.
       77  WS-LETTER-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-ESCHEATED-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-HELD-SKIP-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-NO-PROPERTY-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-AWAITING-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-NO-STATE-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-WD-ACTV-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-STCH-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-HOLD-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-GONE-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-NOBL-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-UPDATE-FAILED-COUNT         PIC 9(09) COMP VALUE 0.

       01  WS-LETTER-BALANCE              PIC S9(11)V99 COMP-3
                                              VALUE 0.
       01  WS-ESCHEATED-BALANCE           PIC S9(11)V99 COMP-3
                                              VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------*
      *    TOTALS BY STATE -- ACCOUNTS LETTERED (LETTER) OR        *
      *    ESCHEATED (REMIT) WITH THEIR BALANCE, PLUS CASES        *
      *    WITHDRAWN AND STILL AWAITING A RESPONSE.  BUILT IN THE  *
      *    CURSOR'S STATE ORDER.  SLOT 60 IS KEPT AS '**' FOR ANY  *
      *    STATE BEYOND THE FIFTY-NINTH, WHICH SHOULD NEVER HAPPEN *
      *-----------------------------------------------------------*
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY             OCCURS 60 TIMES.
               10  WS-ST-CODE             PIC X(02).
               10  WS-ST-ACCOUNTS         PIC 9(09) COMP.
               10  WS-ST-BALANCE          PIC S9(11)V99 COMP-3.
               10  WS-ST-WITHDRAWN        PIC 9(09) COMP.
               10  WS-ST-AWAITING         PIC 9(09) COMP.
       77  WS-STATE-USED                  PIC 9(03) COMP VALUE 0.
       77  WS-STATE-IX                    PIC 9(03) COMP VALUE 0.
       77  WS-STATE-HIT                   PIC 9(03) COMP VALUE 0.

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
           05  FILLER                     PIC X(07) VALUE 'STATE'.
           05  FILLER                     PIC X(12) VALUE 'LETTER'.
           05  FILLER                     PIC X(12) VALUE 'RESP ENDS'.
           05  FILLER                     PIC X(38) VALUE 'OUTCOME'.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-STATE               PIC X(02).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-DTL-LETTER-DATE         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RESPONSE-END        PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MESSAGE             PIC X(40).

       01  WS-STATE-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE 'STATE'.
           05  FILLER                     PIC X(13) VALUE
                                                  '   ACCOUNTS'.
           05  FILLER                     PIC X(22) VALUE
                                              '             BALANCE'.
           05  FILLER                     PIC X(13) VALUE
                                                  '  WITHDRAWN'.
           05  FILLER                     PIC X(13) VALUE
                                                  '   AWAITING'.

       01  WS-STATE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STL-STATE               PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STL-ACCOUNTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STL-BALANCE             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STL-WITHDRAWN           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STL-AWAITING            PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    RUN-MODE SWITCH -- SET FROM JCL PARM=                   *
      *-----------------------------------------------------------*
       01  WS-RUN-MODE-SW                 PIC X(01) VALUE SPACE.
           88  WS-LETTER-RUN                          VALUE 'L'.
           88  WS-REMIT-RUN                           VALUE 'R'.
       01  WS-RUN-MODE-TEXT               PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------*
      *    CURSOR END AND OVERRIDE-HELD SWITCHES.  THE LOOP RUNS   *
      *    ON ITS OWN EOF SWITCH, NOT SQLCODE, SINCE EACH ROW      *
      *    ISSUES MORE SQL AFTER ITS FETCH                         *
      *-----------------------------------------------------------*
       01  WS-CURSOR-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CURSOR-EOF                          VALUE 'Y'.
       77  WS-FETCH-SQLCODE               PIC S9(09) COMP VALUE 0.
       01  WS-OVERRIDE-HELD-SW            PIC X(01) VALUE 'N'.
           88  WS-OVERRIDE-HELD                       VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN_CONTROL WORK AREA -- STREAM-SEQUENCE REGISTRATION   *
      *-----------------------------------------------------------*
       01  WS-STEP-NAME                   PIC X(08) VALUE 'ESCHEAT'.
       77  WS-STEP-RC                     PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-LETTER-FILE-STATUS      PIC X(02).
           05  WS-REMIT-FILE-STATUS       PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      *=============================================================*
      *    0000-MAINLINE                                             *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           IF WS-LETTER-RUN
               PERFORM 2000-LETTER-PASS
                   THRU 2000-EXIT
           ELSE
               PERFORM 3000-REMIT-PASS
                   THRU 3000-EXIT
           END-IF.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- DECODE PARM='LETTER' OR PARM='REMIT',  *
      *    OPEN THE REPORT AND THE HALF'S OUTPUT FILE, REGISTER THE  *
      *    STEP, PICK UP THE RULES AND FIX THE CUTOFF DATES          *
      *=============================================================*
       1000-INITIALIZE.

           IF LK-PARM-LENGTH > 0
               IF LK-PARM-TEXT(1:6) = 'LETTER'
                   SET WS-LETTER-RUN TO TRUE
                   MOVE 'LETTER' TO WS-RUN-MODE-TEXT
               END-IF
               IF LK-PARM-TEXT(1:5) = 'REMIT'
                   SET WS-REMIT-RUN TO TRUE
                   MOVE 'REMIT' TO WS-RUN-MODE-TEXT
               END-IF
           END-IF.

           OPEN OUTPUT ESCHEAT-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTESCH: OPEN FAILED FOR ESCHRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT WS-LETTER-RUN AND NOT WS-REMIT-RUN
               PERFORM 1900-ABEND-BAD-PARM
                   THRU 1900-EXIT
           END-IF.

           IF WS-LETTER-RUN
               OPEN OUTPUT LETTER-FEED-FILE
               IF WS-LETTER-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTESCH: OPEN FAILED FOR ESCHLTR STATUS='
                           WS-LETTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT REMIT-FILE
               IF WS-REMIT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTESCH: OPEN FAILED FOR ESCHREMT STATUS='
                           WS-REMIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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
               DISPLAY 'CUSTESCH: BUSINESS DATE LOOKUP FAILED SQLCODE='
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

           EXEC SQL
              SELECT ESCHEAT_HOLD_YEARS, ESCHEAT_RESPONSE_DAYS,
                     ESCHEAT_HOME_STATE, COMMIT_INTERVAL
              INTO :WS-HOLD-YEARS, :WS-RESPONSE-DAYS,
                   :WS-HOME-STATE, :WS-RULE-COMMIT-INTERVAL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RULE-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           ELSE
               MOVE 3      TO WS-HOLD-YEARS
               MOVE 60     TO WS-RESPONSE-DAYS
               MOVE SPACES TO WS-HOME-STATE
           END-IF.

      *    THE HOLDING PERIOD RUNS FROM THE LAST POSTING ACTIVITY;
      *    THE RESPONSE WINDOW FROM THE LETTER (TODAY'S) DATE.  BOTH
      *    ARE STATUTORY PERIODS, SO PLAIN CALENDAR ARITHMETIC.
           EXEC SQL
              SELECT CHAR(TIMESTAMP(DATE(:WS-BUSINESS-DATE),
                                    CURRENT TIME)
                          - :WS-HOLD-YEARS YEARS),
                     CHAR(DATE(:WS-BUSINESS-DATE)
                          + :WS-RESPONSE-DAYS DAYS, ISO)
              INTO :WS-HOLDING-CUTOFF-TS, :WS-NEW-RESPONSE-END
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO ES-REPORT-LINE.
           STRING 'CUSTESCH UNCLAIMED PROPERTY PASS -- '
                  DELIMITED BY SIZE
                  WS-RUN-MODE-TEXT DELIMITED BY SPACE
                  ' -- BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO ES-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ES-REPORT-LINE.

           MOVE SPACES TO ES-REPORT-LINE.
           IF WS-LETTER-RUN
               STRING 'HOLDING PERIOD CUTOFF: ' DELIMITED BY SIZE
                      WS-HOLDING-CUTOFF-TS DELIMITED BY SIZE
                      '   RESPONSE WINDOW ENDS: ' DELIMITED BY SIZE
                      WS-NEW-RESPONSE-END DELIMITED BY SIZE
                      INTO ES-REPORT-LINE
               ON OVERFLOW
                   CONTINUE
               END-STRING
           ELSE
               MOVE 'OPEN CASES WHOSE RESPONSE WINDOW HAS ENDED ARE '
                   TO ES-REPORT-LINE(1:47)
               MOVE 'ESCHEATED OR WITHDRAWN'
                   TO ES-REPORT-LINE(48:22)
           END-IF.
           WRITE ES-REPORT-LINE.

           MOVE SPACES TO ES-REPORT-LINE.
           WRITE ES-REPORT-LINE.

           WRITE ES-REPORT-LINE FROM WS-COLUMN-HEADING.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1200-REGISTER-STEP-START -- 'STARTED' ROW SO CUSTSTAT     *
      *    SHOWS THE PASS NEXT TO THE NIGHTLY STREAM                 *
      *=============================================================*
       1200-REGISTER-STEP-START.

           EXEC SQL
              INSERT INTO RUN_CONTROL
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-STEP-NAME, 'STARTED',
                  :WS-RUN-TIMESTAMP, :WS-RUN-MODE-TEXT)
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 1200-EXIT.

       1200-EXIT.
           EXIT.

      *=============================================================*
      *    1900-ABEND-BAD-PARM -- NEITHER 'LETTER' NOR 'REMIT' WAS   *
      *    SUPPLIED.  GUESSING WOULD EITHER MAIL THE WRONG PEOPLE OR *
      *    REMIT MONEY, SO THE STEP FAILS BEFORE TOUCHING ANYTHING.  *
      *=============================================================*
       1900-ABEND-BAD-PARM.

           MOVE SPACES TO ES-REPORT-LINE.
           MOVE 'CUSTESCH REQUIRES PARM=LETTER OR PARM=REMIT'
               TO ES-REPORT-LINE.
           WRITE ES-REPORT-LINE.

           CLOSE ESCHEAT-REPORT-FILE.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1900-EXIT.
           EXIT.

      *=============================================================*
      *    2000-LETTER-PASS -- DUE DILIGENCE.  CANDIDATES ARE ROWS   *
      *    STILL DORMANT WHOSE LAST ACTIVITY PREDATES THE HOLDING    *
      *    CUTOFF AND WHICH HAVE NO OPEN CASE (SO A RERUN, OR NEXT   *
      *    YEAR'S RUN WHILE A CASE IS STILL OPEN, MAILS NOBODY       *
      *    TWICE).  A WITHDRAWN CASE DOES NOT BLOCK A NEW ONE: A     *
      *    ROW THAT HAS GONE BACK TO SLEEP QUALIFIES AGAIN.          *
      *=============================================================*
       2000-LETTER-PASS.

           EXEC SQL
              DECLARE E1 CURSOR WITH HOLD FOR
              SELECT C.CUST_ID, C.NAME, C.BALANCE,
                     CHAR(C.LAST_MAINT_TS),
                     C.OVERRIDE_FLAG, CHAR(C.OVERRIDE_EXPIRY, ISO),
                     COALESCE(NULLIF(C.STATE_CODE, '  '),
                              :WS-HOME-STATE) AS REMIT_STATE
              FROM CUSTOMER_DATA C
              WHERE C.STATUS = 'DORMANT'
                AND C.LAST_MAINT_TS < :WS-HOLDING-CUTOFF-TS
                AND NOT EXISTS
                    (SELECT 1 FROM ESCHEAT_CASE E
                     WHERE E.CUST_ID = C.CUST_ID
                       AND E.CASE_STATUS = 'OPEN')
              ORDER BY REMIT_STATE, C.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN E1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTESCH: OPEN OF CANDIDATE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF-SW.

           PERFORM 2100-PROCESS-CANDIDATE
               THRU 2100-EXIT
               UNTIL WS-CURSOR-EOF.

           IF WS-FETCH-SQLCODE NOT = 100
               DISPLAY 'CUSTESCH: FETCH FROM CANDIDATE CURSOR FAILED '
                       'SQLCODE=' WS-FETCH-SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE E1
           END-EXEC.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-PROCESS-CANDIDATE -- ONE DORMANT ROW PER PASS        *
      *=============================================================*
       2100-PROCESS-CANDIDATE.

           EXEC SQL
              FETCH E1 INTO
              :WS-CUST-ID,
              :WS-NAME,
              :WS-BALANCE,
              :WS-ROW-MAINT-TS,
              :WS-OVERRIDE-FLAG :WS-OVR-FLAG-IND,
              :WS-OVERRIDE-EXPIRY :WS-OVR-EXPIRY-IND,
              :WS-STATE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               SET WS-CURSOR-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-FETCHED.

           MOVE WS-BUSINESS-DATE    TO WS-LETTER-DATE.
           MOVE WS-NEW-RESPONSE-END TO WS-RESPONSE-END-DATE.

           PERFORM 2150-CHECK-OVERRIDE-HOLD
               THRU 2150-EXIT.

           IF WS-OVERRIDE-HELD
               MOVE 'HELD BY UNEXPIRED OVERRIDE -- SKIPPED'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-HELD-SKIP-COUNT
               GO TO 2100-EXIT
           END-IF.

      *    NOTHING OWED TO THE CUSTOMER MEANS NOTHING TO REPORT
           IF WS-BALANCE NOT > 0
               MOVE 'NO BALANCE TO REPORT -- SKIPPED'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-NO-PROPERTY-COUNT
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO ESCHEAT_CASE
                 (CUST_ID, LETTER_DATE, RESPONSE_END_DATE,
                  LETTER_BALANCE, LETTER_MAINT_TS, STATE_CODE,
                  CASE_STATUS, RUN_TIMESTAMP)
              VALUES
                 (:WS-CUST-ID, :WS-LETTER-DATE, :WS-RESPONSE-END-DATE,
                  :WS-BALANCE, :WS-ROW-MAINT-TS, :WS-STATE-CODE,
                  'OPEN', :WS-RUN-TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ESCHEAT_CASE INSERT FAILED -- NO LETTER'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-UPDATE-FAILED-COUNT
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-CUST-ID           TO EL-CUST-ID.
           MOVE WS-NAME              TO EL-NAME.
           MOVE WS-BALANCE           TO EL-BALANCE.
           MOVE WS-STATE-CODE        TO EL-STATE-CODE.
           MOVE WS-ROW-MAINT-TS      TO EL-LAST-MAINT-TS.
           MOVE WS-LETTER-DATE       TO EL-LETTER-DATE.
           MOVE WS-RESPONSE-END-DATE TO EL-RESPONSE-END-DATE.
           WRITE EL-LETTER-RECORD.

           ADD 1 TO WS-LETTER-COUNT.
           ADD WS-BALANCE TO WS-LETTER-BALANCE.

           MOVE 'DUE-DILIGENCE LETTER ISSUED' TO WS-DTL-MESSAGE.
           PERFORM 2500-WRITE-DETAIL-LINE
               THRU 2500-EXIT.

           PERFORM 6000-FIND-STATE-ENTRY
               THRU 6000-EXIT.
           ADD 1 TO WS-ST-ACCOUNTS(WS-STATE-HIT).
           ADD WS-BALANCE TO WS-ST-BALANCE(WS-STATE-HIT).

           PERFORM 2900-COUNT-FOR-COMMIT
               THRU 2900-EXIT.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2150-CHECK-OVERRIDE-HOLD -- SAME TEST THE REST OF THE     *
      *    STREAM APPLIES: FLAG 'Y' WITH AN EXPIRY ON OR AFTER       *
      *    TODAY MEANS THE ANALYST'S DECISION STANDS                 *
      *=============================================================*
       2150-CHECK-OVERRIDE-HOLD.

           MOVE 'N' TO WS-OVERRIDE-HELD-SW.

           IF WS-OVR-FLAG-IND >= 0 AND WS-OVERRIDE-FLAG = 'Y'
              AND WS-OVR-EXPIRY-IND >= 0
              AND WS-OVERRIDE-EXPIRY >= WS-BUSINESS-DATE
               SET WS-OVERRIDE-HELD TO TRUE
           END-IF.

           GO TO 2150-EXIT.

       2150-EXIT.
           EXIT.

      *=============================================================*
      *    2500-WRITE-DETAIL-LINE -- ONE REPORT LINE PER ROW, WITH   *
      *    THE OUTCOME ALREADY IN WS-DTL-MESSAGE.  A ROW NO LONGER   *
      *    ON CUSTOMER_DATA PRINTS SO, WITH NO BALANCE.              *
      *=============================================================*
       2500-WRITE-DETAIL-LINE.

           MOVE WS-CUST-ID           TO WS-DTL-CUST-ID.
           MOVE WS-STATE-CODE        TO WS-DTL-STATE.
           MOVE WS-LETTER-DATE       TO WS-DTL-LETTER-DATE.
           MOVE WS-RESPONSE-END-DATE TO WS-DTL-RESPONSE-END.

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

           WRITE ES-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 2500-EXIT.

       2500-EXIT.
           EXIT.

      *=============================================================*
      *    2900-COUNT-FOR-COMMIT -- COMMIT EVERY COMMIT_INTERVAL     *
      *    ROWS CHANGED; THE CURSORS ARE WITH HOLD                   *
      *=============================================================*
       2900-COUNT-FOR-COMMIT.

           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

           GO TO 2900-EXIT.

       2900-EXIT.
           EXIT.

      *=============================================================*
      *    3000-REMIT-PASS -- SETTLE EVERY OPEN CASE.  THE OUTER     *
      *    JOIN KEEPS A CASE WHOSE ROW CUSTCLOS HAS SINCE REMOVED,   *
      *    SO IT CAN BE WITHDRAWN RATHER THAN LEFT OPEN FOR EVER.    *
      *    STATE ORDER MAKES EACH STATE'S REMITTANCE CONTIGUOUS.     *
      *=============================================================*
       3000-REMIT-PASS.

           EXEC SQL
              DECLARE R1 CURSOR WITH HOLD FOR
              SELECT E.CUST_ID,
                     CHAR(E.LETTER_DATE, ISO),
                     CHAR(E.RESPONSE_END_DATE, ISO),
                     CHAR(E.LETTER_MAINT_TS),
                     C.NAME, C.BALANCE, C.STATUS, C.SEGMENT,
                     CHAR(C.LAST_MAINT_TS),
                     C.OVERRIDE_FLAG, CHAR(C.OVERRIDE_EXPIRY, ISO),
                     COALESCE(NULLIF(C.STATE_CODE, '  '),
                              :WS-HOME-STATE) AS REMIT_STATE
              FROM ESCHEAT_CASE E
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = E.CUST_ID
              WHERE E.CASE_STATUS = 'OPEN'
              ORDER BY REMIT_STATE, E.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN R1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTESCH: OPEN OF CASE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF-SW.

           PERFORM 3100-PROCESS-CASE
               THRU 3100-EXIT
               UNTIL WS-CURSOR-EOF.

           IF WS-FETCH-SQLCODE NOT = 100
               DISPLAY 'CUSTESCH: FETCH FROM CASE CURSOR FAILED '
                       'SQLCODE=' WS-FETCH-SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE R1
           END-EXEC.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-PROCESS-CASE -- ONE OPEN CASE PER PASS.  ANY SIGN    *
      *    THE OWNER HAS COME FORWARD SINCE THE LETTER WITHDRAWS THE *
      *    CASE BEFORE THE WINDOW IS EVEN LOOKED AT, SO A CUSTOMER   *
      *    WHO RESPONDED IS NEVER ESCHEATED, WHATEVER THE DATE.      *
      *=============================================================*
       3100-PROCESS-CASE.

           EXEC SQL
              FETCH R1 INTO
              :WS-CUST-ID,
              :WS-LETTER-DATE,
              :WS-RESPONSE-END-DATE,
              :WS-LETTER-MAINT-TS,
              :WS-NAME            :WS-NAME-IND,
              :WS-BALANCE         :WS-BALANCE-IND,
              :WS-OLD-STATUS      :WS-STATUS-IND,
              :WS-OLD-SEGMENT     :WS-SEGMENT-IND,
              :WS-ROW-MAINT-TS    :WS-MAINT-TS-IND,
              :WS-OVERRIDE-FLAG   :WS-OVR-FLAG-IND,
              :WS-OVERRIDE-EXPIRY :WS-OVR-EXPIRY-IND,
              :WS-STATE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               SET WS-CURSOR-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-FETCHED.

           PERFORM 6000-FIND-STATE-ENTRY
               THRU 6000-EXIT.

           IF WS-STATUS-IND < 0
               MOVE 'GONE' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-OLD-STATUS NOT = 'DORMANT'
               MOVE 'STCH' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-MAINT-TS-IND >= 0
              AND WS-ROW-MAINT-TS > WS-LETTER-MAINT-TS
               MOVE 'ACTV' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 2150-CHECK-OVERRIDE-HOLD
               THRU 2150-EXIT.

           IF WS-OVERRIDE-HELD
               MOVE 'HOLD' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-RESPONSE-END-DATE >= WS-BUSINESS-DATE
               MOVE 'AWAITING RESPONSE -- LEFT OPEN'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-AWAITING-COUNT
               ADD 1 TO WS-ST-AWAITING(WS-STATE-HIT)
               GO TO 3100-EXIT
           END-IF.

           IF WS-BALANCE NOT > 0
               MOVE 'NOBL' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-STATE-CODE = SPACES
               MOVE 'NO STATE -- LEFT OPEN, MANUAL FOLLOW-UP'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-NO-STATE-COUNT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-ESCHEAT-ROW
               THRU 3200-EXIT.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-ESCHEAT-ROW -- STATUS TO 'ESCHEATED' (SEGMENT AND    *
      *    HOLD COLUMNS UNTOUCHED, LAST_MAINT_TS NOT SET), AUDIT     *
      *    ROW, CASE CLOSED, REMITTANCE RECORD.  THE UPDATE RE-TESTS *
      *    'DORMANT' SO A ROW MOVED SINCE THE FETCH IS WITHDRAWN     *
      *    INSTEAD.  THE DATABASE CHANGES ARE ONE UNIT UNDER A       *
      *    SAVEPOINT: A FAILED AUDIT OR CASE WRITE UNDOES THE STATUS *
      *    CHANGE AND NOTHING GOES TO THE STATE FOR THAT ROW.        *
      *=============================================================*
       3200-ESCHEAT-ROW.

           EXEC SQL
              SAVEPOINT ESCH_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           EXEC SQL
              UPDATE CUSTOMER_DATA
              SET STATUS = :WS-ESCHEATED-STATUS
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'DORMANT'
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'STCH' TO WS-CLOSE-REASON
               PERFORM 3500-WITHDRAW-CASE
                   THRU 3500-EXIT
               GO TO 3200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'UPDATE FAILED -- LEFT OPEN, SEE SQLCODE'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           EXEC SQL
              INSERT INTO AUDIT_TRAIL
                 (CUST_ID, OLD_STATUS, OLD_SEGMENT,
                  NEW_STATUS, NEW_SEGMENT, RUN_TIMESTAMP,
                  CHANGE_SOURCE)
              VALUES
                 (:WS-CUST-ID, :WS-OLD-STATUS, :WS-OLD-SEGMENT,
                  :WS-ESCHEATED-STATUS, :WS-OLD-SEGMENT,
                  :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'AUDIT_TRAIL INSERT FAILED -- LEFT OPEN'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           EXEC SQL
              UPDATE ESCHEAT_CASE
              SET CASE_STATUS   = 'ESCHEATED',
                  STATE_CODE    = :WS-STATE-CODE,
                  REMIT_BALANCE = :WS-BALANCE,
                  CLOSE_TS      = :WS-RUN-TIMESTAMP,
                  CLOSE_REASON  = 'ESCH'
              WHERE CUST_ID = :WS-CUST-ID
                AND CASE_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ESCHEAT_CASE UPDATE FAILED -- LEFT OPEN'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           MOVE WS-STATE-CODE          TO ER-STATE-CODE.
           MOVE WS-BUSINESS-DATE(1:4)  TO ER-REPORT-YEAR.
           MOVE WS-CUST-ID             TO ER-CUST-ID.
           MOVE WS-NAME                TO ER-NAME.
           MOVE WS-BALANCE             TO ER-REMIT-AMOUNT.
           MOVE WS-LETTER-DATE         TO ER-LETTER-DATE.
           MOVE WS-BUSINESS-DATE       TO ER-REMIT-DATE.
           IF WS-MAINT-TS-IND < 0
               MOVE SPACES TO ER-LAST-ACTIVITY-DATE
           ELSE
               MOVE WS-ROW-MAINT-TS(1:10) TO ER-LAST-ACTIVITY-DATE
           END-IF.
           WRITE ER-REMIT-RECORD.

           ADD 1 TO WS-ESCHEATED-COUNT.
           ADD WS-BALANCE TO WS-ESCHEATED-BALANCE.
           ADD 1 TO WS-ST-ACCOUNTS(WS-STATE-HIT).
           ADD WS-BALANCE TO WS-ST-BALANCE(WS-STATE-HIT).

           MOVE 'ESCHEATED -- REPORTED TO STATE' TO WS-DTL-MESSAGE.
           PERFORM 2500-WRITE-DETAIL-LINE
               THRU 2500-EXIT.

           PERFORM 2900-COUNT-FOR-COMMIT
               THRU 2900-EXIT.

           GO TO 3200-EXIT.

       3290-UNDO-ROW.

           EXEC SQL
              ROLLBACK TO SAVEPOINT ESCH_ROW
           END-EXEC.

           PERFORM 2500-WRITE-DETAIL-LINE
               THRU 2500-EXIT.
           ADD 1 TO WS-UPDATE-FAILED-COUNT.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3500-WITHDRAW-CASE -- CLOSE THE CASE WITH THE REASON IN   *
      *    WS-CLOSE-REASON.  THE ROW ITSELF IS NOT TOUCHED: IT IS    *
      *    STILL DORMANT (OR WHATEVER MOVED IT) AND CUSTPROC'S       *
      *    RETURN PATH WAKES IT ON ACTIVITY AS USUAL.                *
      *=============================================================*
       3500-WITHDRAW-CASE.

           EXEC SQL
              UPDATE ESCHEAT_CASE
              SET CASE_STATUS  = 'WITHDRAWN',
                  STATE_CODE   = :WS-STATE-CODE,
                  CLOSE_TS     = :WS-RUN-TIMESTAMP,
                  CLOSE_REASON = :WS-CLOSE-REASON
              WHERE CUST_ID = :WS-CUST-ID
                AND CASE_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ESCHEAT_CASE UPDATE FAILED -- LEFT OPEN'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-UPDATE-FAILED-COUNT
               GO TO 3500-EXIT
           END-IF.

           EVALUATE WS-CLOSE-REASON
               WHEN 'ACTV'
                   MOVE 'WITHDRAWN -- ACTIVITY SINCE LETTER'
                       TO WS-DTL-MESSAGE
                   ADD 1 TO WS-WD-ACTV-COUNT
               WHEN 'STCH'
                   MOVE 'WITHDRAWN -- NO LONGER DORMANT'
                       TO WS-DTL-MESSAGE
                   ADD 1 TO WS-WD-STCH-COUNT
               WHEN 'HOLD'
                   MOVE 'WITHDRAWN -- OVERRIDE HOLD PLACED'
                       TO WS-DTL-MESSAGE
                   ADD 1 TO WS-WD-HOLD-COUNT
               WHEN 'GONE'
                   MOVE 'WITHDRAWN -- ROW CLOSED OUT'
                       TO WS-DTL-MESSAGE
                   ADD 1 TO WS-WD-GONE-COUNT
               WHEN OTHER
                   MOVE 'WITHDRAWN -- NO BALANCE TO REMIT'
                       TO WS-DTL-MESSAGE
                   ADD 1 TO WS-WD-NOBL-COUNT
           END-EVALUATE.

           PERFORM 2500-WRITE-DETAIL-LINE
               THRU 2500-EXIT.

           ADD 1 TO WS-ST-WITHDRAWN(WS-STATE-HIT).

           PERFORM 2900-COUNT-FOR-COMMIT
               THRU 2900-EXIT.

           GO TO 3500-EXIT.

       3500-EXIT.
           EXIT.

      *=============================================================*
      *    6000-FIND-STATE-ENTRY -- POINT WS-STATE-HIT AT THE TOTALS *
      *    ENTRY FOR WS-STATE-CODE, ADDING ONE (TOTALS ZEROED) IF    *
      *    IT IS NEW                                                 *
      *=============================================================*
       6000-FIND-STATE-ENTRY.

           MOVE 0 TO WS-STATE-HIT.

           PERFORM 6100-CHECK-STATE-ENTRY
               THRU 6100-EXIT
               VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-USED
                  OR WS-STATE-HIT > 0.

           IF WS-STATE-HIT > 0
               GO TO 6000-EXIT
           END-IF.

           IF WS-STATE-USED = 60
               MOVE 60 TO WS-STATE-HIT
               GO TO 6000-EXIT
           END-IF.

           IF WS-STATE-USED < 59
               ADD 1 TO WS-STATE-USED
               MOVE WS-STATE-USED TO WS-STATE-HIT
               MOVE WS-STATE-CODE TO WS-ST-CODE(WS-STATE-HIT)
           ELSE
               MOVE 60 TO WS-STATE-USED
               MOVE 60 TO WS-STATE-HIT
               MOVE '**' TO WS-ST-CODE(WS-STATE-HIT)
           END-IF.

           MOVE 0 TO WS-ST-ACCOUNTS(WS-STATE-HIT).
           MOVE 0 TO WS-ST-BALANCE(WS-STATE-HIT).
           MOVE 0 TO WS-ST-WITHDRAWN(WS-STATE-HIT).
           MOVE 0 TO WS-ST-AWAITING(WS-STATE-HIT).

           GO TO 6000-EXIT.

       6000-EXIT.
           EXIT.

      *=============================================================*
      *    6100-CHECK-STATE-ENTRY                                    *
      *=============================================================*
       6100-CHECK-STATE-ENTRY.

           IF WS-ST-CODE(WS-STATE-IX) = WS-STATE-CODE
               MOVE WS-STATE-IX TO WS-STATE-HIT
           END-IF.

           GO TO 6100-EXIT.

       6100-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, TOTALS BY STATE, CONTROL         *
      *    TOTALS, REGISTER THE STEP COMPLETE, CLOSE                 *
      *=============================================================*
       8000-FINALIZE.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF WS-NO-STATE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO ES-REPORT-LINE.
           WRITE ES-REPORT-LINE.

           MOVE 'TOTALS BY STATE' TO ES-REPORT-LINE.
           WRITE ES-REPORT-LINE.

           WRITE ES-REPORT-LINE FROM WS-STATE-HEADING.

           PERFORM 8050-WRITE-STATE-LINE
               THRU 8050-EXIT
               VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-USED.

           MOVE SPACES TO ES-REPORT-LINE.
           WRITE ES-REPORT-LINE.

           MOVE 'CASES/ROWS READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-FETCHED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           IF WS-LETTER-RUN
               MOVE 'LETTERS ISSUED:' TO WS-SUMMARY-LABEL
               MOVE WS-LETTER-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'BALANCE LETTERED:' TO WS-SUMMARY-LABEL
               MOVE WS-LETTER-BALANCE TO WS-SUMMARY-AMOUNT
               PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
               MOVE 'HELD BY OVERRIDE:' TO WS-SUMMARY-LABEL
               MOVE WS-HELD-SKIP-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'NO BALANCE TO REPORT:' TO WS-SUMMARY-LABEL
               MOVE WS-NO-PROPERTY-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
           ELSE
               MOVE 'ESCHEATED AND REMITTED:' TO WS-SUMMARY-LABEL
               MOVE WS-ESCHEATED-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'BALANCE REMITTED:' TO WS-SUMMARY-LABEL
               MOVE WS-ESCHEATED-BALANCE TO WS-SUMMARY-AMOUNT
               PERFORM 8200-WRITE-AMOUNT-LINE THRU 8200-EXIT
               MOVE 'WITHDRAWN, ACTIVITY:' TO WS-SUMMARY-LABEL
               MOVE WS-WD-ACTV-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'WITHDRAWN, NO LONGER DORMANT:'
                   TO WS-SUMMARY-LABEL
               MOVE WS-WD-STCH-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'WITHDRAWN, OVERRIDE HOLD:' TO WS-SUMMARY-LABEL
               MOVE WS-WD-HOLD-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'WITHDRAWN, ROW CLOSED OUT:' TO WS-SUMMARY-LABEL
               MOVE WS-WD-GONE-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'WITHDRAWN, NO BALANCE:' TO WS-SUMMARY-LABEL
               MOVE WS-WD-NOBL-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'AWAITING RESPONSE:' TO WS-SUMMARY-LABEL
               MOVE WS-AWAITING-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               MOVE 'NO STATE, MANUAL FOLLOW-UP:' TO WS-SUMMARY-LABEL
               MOVE WS-NO-STATE-COUNT TO WS-SUMMARY-COUNT
               PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
           END-IF.

           MOVE 'UPDATE FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-UPDATE-FAILED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           IF WS-LETTER-RUN
               CLOSE LETTER-FEED-FILE
           ELSE
               CLOSE REMIT-FILE
           END-IF.
           CLOSE ESCHEAT-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8050-WRITE-STATE-LINE -- ONE LINE OF THE STATE TOTALS.    *
      *    A BLANK STATE (NO STATE_CODE AND NO HOME STATE SET)       *
      *    PRINTS AS NONE, THE OVERFLOW SLOT AS OTHER                *
      *=============================================================*
       8050-WRITE-STATE-LINE.

           EVALUATE WS-ST-CODE(WS-STATE-IX)
               WHEN SPACES
                   MOVE 'NONE' TO WS-STL-STATE
               WHEN '**'
                   MOVE 'OTHER' TO WS-STL-STATE
               WHEN OTHER
                   MOVE WS-ST-CODE(WS-STATE-IX) TO WS-STL-STATE
           END-EVALUATE.

           MOVE WS-ST-ACCOUNTS(WS-STATE-IX)  TO WS-STL-ACCOUNTS.
           MOVE WS-ST-BALANCE(WS-STATE-IX)   TO WS-STL-BALANCE.
           MOVE WS-ST-WITHDRAWN(WS-STATE-IX) TO WS-STL-WITHDRAWN.
           MOVE WS-ST-AWAITING(WS-STATE-IX)  TO WS-STL-AWAITING.

           WRITE ES-REPORT-LINE FROM WS-STATE-LINE.

           GO TO 8050-EXIT.

       8050-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS                *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO ES-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO ES-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ES-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8200-WRITE-AMOUNT-LINE -- SAME FOR A BALANCE TOTAL        *
      *=============================================================*
       8200-WRITE-AMOUNT-LINE.

           MOVE SPACES TO ES-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-AMOUNT DELIMITED BY SIZE
                  INTO ES-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ES-REPORT-LINE.

           GO TO 8200-EXIT.

       8200-EXIT.
           EXIT.

      *=============================================================*
      *    8400-REGISTER-STEP-END -- FLIP THE STARTED ESCHEAT ROW TO *
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
