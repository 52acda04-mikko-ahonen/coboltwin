      *****************************************************************
      *
      *    PROGRAM:      CUSTIMPA
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       IMPACT ANALYSIS OF PENDING RULE CHANGES.  CRUL QUEUES A
      *       RULE CHANGE ON RULE_QUEUE AND RAPR SHOWS THE CHECKER
      *       THE NEW NUMBERS, BUT NOT WHAT THEY WILL DO TO THE BOOK.
      *       THIS PROGRAM TAKES EVERY 'PENDING' RULE_QUEUE ROW AND
      *       RUNS THE WHOLE OF CUSTOMER_DATA THROUGH THE SAME
      *       VALIDATION (2200-VALIDATE-ROW) AND BALANCE-TIER
      *       (2320-COMPUTE-BALANCE-TIER) RULES CUSTPROC USES --
      *       ONCE UNDER THE RULE SET IN EFFECT TODAY AND ONCE UNDER
      *       EACH PENDING SET -- AND COUNTS WHAT WOULD MOVE:
      *          VALID TO INVALID, BY THE REASON CODE THAT FAILS
      *          INVALID TO VALID, BY THE REASON CODE THAT CLEARS
      *          HIGH/MED/LOW TIER CHANGES (UP AND DOWN)
      *          NEW COLLECTIONS REFERRALS -- ROWS THAT WOULD GO
      *          INVALID AND ARE NOT ALREADY INVALID (OR IN THEIR
      *          NOTICE PERIOD) ON THE TABLE, WHICH IS WHAT STARTS
      *          A CUSTOMER DOWN THE ROAD TO CLCTFEED -- THROUGH A
      *          NOTICE LETTER FIRST WHEN NOTICE_CURE_DAYS IS SET
      *       ROWS CUSTPROC WOULD NOT TOUCH TONIGHT -- AN UNEXPIRED
      *       OVERRIDE HOLD, OR A DORMANT ROW WITH NO ACTIVITY SINCE
      *       THE CUTOFF -- ARE COUNTED AS SKIPPED, NOT EVALUATED.
      *       A TIER MOVE ONLY COUNTS FOR A ROW WHOSE SEGMENT COMES
      *       FROM THE BALANCE-TIER FALLBACK (BLANK, HIGH, MED OR
      *       LOW); A DL/I SEGMENT CODE IS NOT DRIVEN BY THRESHOLDS.
      *
      *       OUTPUT:
      *          IMPARPT  SUMMARY PER PENDING CHANGE
      *          IMPADTL  DRILL-DOWN -- ONE LINE PER AFFECTED
      *                   CUST-ID PER PENDING CHANGE
      *          RULE_IMPACT  ONE ROW PER PENDING CHANGE PER RUN,
      *                   KEYED ON THE QUEUE ROW (RULE_SET_VERSION
      *                   AND REQUEST_TS); RAPR SHOWS THE LATEST ONE
      *                   NEXT TO THE CHANGE BEING APPROVED.
      *       CHANGES NO CUSTOMER_DATA OR RULE_CONTROL ROW.
      *
      *       RC=0 NORMAL; RC=4 MORE PENDING CHANGES THAN THE TABLE
      *       HOLDS (THE OLDEST ARE EVALUATED, THE REST WAIT FOR THE
      *       NEXT RUN); RC=8 A DATABASE FAILURE.
      *
      *    RUN SEQUENCE:
      *       ON DEMAND AFTER A CHANGE IS QUEUED ON CRUL, AND NIGHTLY
      *       AFTER CUSTPROC SO EVERY PENDING CHANGE HAS A FRESH
      *       IMPACT SUMMARY AGAINST TONIGHT'S DATA BY MORNING.
      *       READ ONLY ON CUSTOMER_DATA; SAFE TO RUN ALONGSIDE THE
      *       ONLINE REGION.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   A ROW ALREADY ON STATUS 'NOTICE' IS NOT
      *                        COUNTED AS A NEW REFERRAL -- IT IS
      *                        ALREADY ON ITS WAY TO COLLECTIONS.
      *       2026-10-15  JH   THE RULE SET "IN EFFECT TODAY", HOLD
      *                        EXPIRY AND DORMANCY CUTOFF ARE NOW
      *                        TAKEN AT THE STREAM BUSINESS DATE
      *                        (STREAM_DATE), AND THE CUTOFF FOLLOWS
      *                        RULE_CONTROL DORMANT_BASIS, SO THE
      *                        SKIPPED COUNTS MATCH WHAT CUSTPROC
      *                        WILL ACTUALLY SKIP.
      *       2026-10-15  JH   A ROW ON STATUS 'ESCHEATED' IS SKIPPED
      *                        LIKE A DORMANT ROW ASLEEP, AS CUSTPROC
      *                        NOW SKIPS IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTIMPA.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IMPACT-REPORT-FILE ASSIGN TO IMPARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT IMPACT-DETAIL-FILE ASSIGN TO IMPADTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  IMPACT-REPORT-FILE
           RECORDING MODE IS F.
       01  IA-REPORT-LINE                 PIC X(132).

       FD  IMPACT-DETAIL-FILE
           RECORDING MODE IS F.
       01  IA-DETAIL-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    CURSOR HOST VARIABLES -- SAME COLUMNS CUSTPROC'S C1     *
      *    FETCHES                                                 *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-STATUS                      PIC X(10).
       01  WS-SEGMENT                     PIC X(10).
       01  WS-OLD-STATUS                  PIC X(10).
       01  WS-OLD-SEGMENT                 PIC X(10).

       01  WS-OVERRIDE-FLAG               PIC X(01).
       01  WS-OVERRIDE-EXPIRY             PIC X(10).
       77  WS-OVR-FLAG-IND                PIC S9(04) COMP VALUE 0.
       77  WS-OVR-EXPIRY-IND              PIC S9(04) COMP VALUE 0.

       01  WS-ROW-MAINT-TS                PIC X(26).
       77  WS-MAINT-TS-IND                PIC S9(04) COMP VALUE 0.

       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CURRENT-DATE                PIC X(10).
       01  WS-DORMANT-CUTOFF-TS           PIC X(26).
       01  WS-DORMANT-BASIS               PIC X(01) VALUE 'C'.
           88  WS-DORMANT-BUSINESS                    VALUE 'B'.
       77  WS-DORMANT-CUTOFF-IND          PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    WORKING RULE SET -- THE FIELDS 2200 AND 2320 TEST.      *
      *    LOADED FROM THE RULE SET IN EFFECT FOR THE BASE PASS    *
      *    AND FROM EACH PENDING ENTRY IN TURN.  NAMES AND         *
      *    DEFAULTS MATCH CUSTPROC.                                *
      *-----------------------------------------------------------*
       77  WS-TIER-HIGH-THRESHOLD          PIC S9(7)V99 COMP-3
                                            VALUE 10000.00.
       77  WS-TIER-MED-THRESHOLD           PIC S9(7)V99 COMP-3
                                            VALUE 1000.00.
       77  WS-BALANCE-LIMIT                PIC S9(7)V99 COMP-3
                                            VALUE 9999999.99.

       01  WS-RULE-SWITCHES.
           05  WS-RULE-BLANK-NAME-SW      PIC X(01) VALUE 'Y'.
               88  WS-RULE-BLANK-NAME                 VALUE 'Y'.
           05  WS-RULE-NEG-BALANCE-SW     PIC X(01) VALUE 'Y'.
               88  WS-RULE-NEG-BALANCE                VALUE 'Y'.
           05  WS-RULE-BAL-LIMIT-SW       PIC X(01) VALUE 'N'.
               88  WS-RULE-BAL-LIMIT                  VALUE 'Y'.
           05  WS-RULE-NAME-CHARS-SW      PIC X(01) VALUE 'N'.
               88  WS-RULE-NAME-CHARS                 VALUE 'Y'.

      *    HOUSEHOLD TIERING -- LOOKED UP ONCE PER ROW (2310) AND
      *    TIERED BY 2320 UNDER EACH RULE SET
       77  WS-TIER-BALANCE                 PIC S9(09)V99 COMP-3
                                            VALUE 0.
       77  WS-HHLD-BALANCE                 PIC S9(09)V99 COMP-3
                                            VALUE 0.
       77  WS-HHLD-BALANCE-IND             PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RULE SET IN EFFECT TODAY -- THE BASELINE EACH PENDING   *
      *    CHANGE IS MEASURED AGAINST.  BUILT-IN DEFAULTS STAND IF *
      *    NO ROW IS IN EFFECT, AS IN CUSTPROC.                    *
      *-----------------------------------------------------------*
       01  WS-CUR-VERSION                 PIC X(08) VALUE 'BUILT-IN'.
       77  WS-CUR-HIGH                    PIC S9(7)V99 COMP-3
                                           VALUE 10000.00.
       77  WS-CUR-MED                     PIC S9(7)V99 COMP-3
                                           VALUE 1000.00.
       77  WS-CUR-LIMIT                   PIC S9(7)V99 COMP-3
                                           VALUE 9999999.99.
       01  WS-CUR-SWITCHES                PIC X(04) VALUE 'YYNN'.
       77  WS-DORMANT-MONTHS              PIC S9(09) COMP VALUE 24.

      *-----------------------------------------------------------*
      *    RULE_QUEUE HOST VARIABLES (PENDING CURSOR)              *
      *-----------------------------------------------------------*
       01  WS-NEW-VERSION                 PIC X(08).
       01  WS-NEW-EFF-DATE                PIC X(10).
       01  WS-NEW-HIGH                    PIC S9(7)V99 COMP-3.
       01  WS-NEW-MED                     PIC S9(7)V99 COMP-3.
       01  WS-NEW-LIMIT                   PIC S9(7)V99 COMP-3.
       01  WS-NEW-SWITCHES.
           05  WS-NEW-BLANK-NAME-SW       PIC X(01).
           05  WS-NEW-NEG-BALANCE-SW      PIC X(01).
           05  WS-NEW-BAL-LIMIT-SW        PIC X(01).
           05  WS-NEW-NAME-CHARS-SW       PIC X(01).
       01  WS-REQUEST-USER                PIC X(08).
       01  WS-REQUEST-TS                  PIC X(26).

      *-----------------------------------------------------------*
      *    PENDING CHANGES UNDER EVALUATION, OLDEST FIRST, WITH    *
      *    THEIR IMPACT COUNTERS.  REASON SUBSCRIPTS: 1 BLNM,      *
      *    2 NEGB, 3 OVLM, 4 BADC.                                 *
      *-----------------------------------------------------------*
       77  WS-PEND-USED                   PIC 9(03) COMP VALUE 0.
       77  WS-PEND-MAX                    PIC 9(03) COMP VALUE 20.
       77  WS-PEND-IX                     PIC 9(03) COMP VALUE 0.
       77  WS-PEND-NOT-EVALUATED          PIC 9(09) COMP VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PEND-ENTRY              OCCURS 20 TIMES.
               10  WS-PEND-VERSION        PIC X(08).
               10  WS-PEND-EFF-DATE       PIC X(10).
               10  WS-PEND-REQUEST-USER   PIC X(08).
               10  WS-PEND-REQUEST-TS     PIC X(26).
               10  WS-PEND-HIGH           PIC S9(7)V99 COMP-3.
               10  WS-PEND-MED            PIC S9(7)V99 COMP-3.
               10  WS-PEND-LIMIT          PIC S9(7)V99 COMP-3.
               10  WS-PEND-SWITCHES       PIC X(04).
               10  WS-PEND-TO-INVALID     PIC S9(09) COMP.
               10  WS-PEND-TO-VALID       PIC S9(09) COMP.
               10  WS-PEND-TO-INV-RSN     OCCURS 4 TIMES
                                          PIC S9(09) COMP.
               10  WS-PEND-TO-VAL-RSN     OCCURS 4 TIMES
                                          PIC S9(09) COMP.
               10  WS-PEND-TIER-UP        PIC S9(09) COMP.
               10  WS-PEND-TIER-DOWN      PIC S9(09) COMP.
               10  WS-PEND-TIER-PAIR      OCCURS 9 TIMES
                                          PIC S9(09) COMP.
               10  WS-PEND-NEW-REFERRALS  PIC S9(09) COMP.
               10  WS-PEND-DETAIL-LINES   PIC S9(09) COMP.

      *-----------------------------------------------------------*
      *    BASE-PASS RESULT FOR THE CURRENT ROW                    *
      *-----------------------------------------------------------*
       01  WS-BASE-STATUS                 PIC X(10).
       01  WS-BASE-TIER                   PIC X(10).
       77  WS-BASE-REASON-COUNT           PIC 9(01) COMP VALUE 0.
       01  WS-BASE-REASON-TABLE.
           05  WS-BASE-REASON-ENTRY       OCCURS 4 TIMES
                                          PIC X(04).

       01  WS-TIER-ROW-SW                 PIC X(01) VALUE 'N'.
           88  WS-TIER-ROW                            VALUE 'Y'.

       77  WS-FROM-TIER-IX                PIC 9(01) COMP VALUE 0.
       77  WS-TO-TIER-IX                  PIC 9(01) COMP VALUE 0.
       77  WS-PAIR-IX                     PIC 9(02) COMP VALUE 0.
       77  WS-RSN-IX                      PIC 9(01) COMP VALUE 0.
       01  WS-TIER-CODE-WORK              PIC X(10).
       77  WS-TIER-IX-WORK                PIC 9(01) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REJECT-REASON WORK AREA -- AS IN CUSTPROC               *
      *-----------------------------------------------------------*
       01  WS-REASON-CODE                 PIC X(04).
           88  WS-REASON-NONE                  VALUE SPACES.

       77  WS-REASON-COUNT                PIC 9(01) COMP VALUE 0.
       77  WS-REASON-IX                   PIC 9(01) COMP VALUE 0.

       01  WS-REASON-TABLE-AREA.
           05  WS-REASON-ENTRY            OCCURS 4 TIMES
                                          PIC X(04).

       01  WS-FLAG-REASON-CODE            PIC X(04).

       01  WS-NAME-BAD-SW                 PIC X(01) VALUE 'N'.
           88  WS-NAME-HAS-BAD-CHAR                   VALUE 'Y'.

       77  WS-NAME-IX                     PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RULE_IMPACT ROW                                         *
      *-----------------------------------------------------------*
       77  WS-IMP-ROWS-EVALUATED          PIC S9(09) COMP VALUE 0.
       77  WS-IMP-ROWS-SKIPPED            PIC S9(09) COMP VALUE 0.
       77  WS-IMP-TO-INVALID              PIC S9(09) COMP VALUE 0.
       77  WS-IMP-TO-VALID                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-INV-BLNM                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-INV-NEGB                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-INV-OVLM                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-INV-BADC                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-VAL-BLNM                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-VAL-NEGB                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-VAL-OVLM                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-VAL-BADC                PIC S9(09) COMP VALUE 0.
       77  WS-IMP-TIER-UP                 PIC S9(09) COMP VALUE 0.
       77  WS-IMP-TIER-DOWN               PIC S9(09) COMP VALUE 0.
       77  WS-IMP-NEW-REFERRALS           PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-ROWS-FETCHED                PIC 9(09) COMP VALUE 0.
       77  WS-ROWS-EVALUATED              PIC 9(09) COMP VALUE 0.
       77  WS-OVERRIDE-HELD-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-DORMANT-HELD-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-IMPACT-ROWS-WRITTEN         PIC 9(09) COMP VALUE 0.
       77  WS-IMPACT-ROWS-FAILED          PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.

       01  WS-DB-FAILED-SW                PIC X(01) VALUE 'N'.
           88  WS-DB-FAILED                           VALUE 'Y'.

       01  WS-OVERRIDE-HELD-SW            PIC X(01) VALUE 'N'.
           88  WS-OVERRIDE-HELD                       VALUE 'Y'.

       01  WS-DORMANT-HELD-SW             PIC X(01) VALUE 'N'.
           88  WS-DORMANT-HELD                        VALUE 'Y'.

      *-----------------------------------------------------------*
      *    TIER MATRIX LABELS -- PAIR (FROM-1) * 3 + TO, TIERS     *
      *    1 HIGH, 2 MED, 3 LOW                                    *
      *-----------------------------------------------------------*
       01  WS-TIER-NAMES-AREA.
           05  FILLER                     PIC X(04) VALUE 'HIGH'.
           05  FILLER                     PIC X(04) VALUE 'MED '.
           05  FILLER                     PIC X(04) VALUE 'LOW '.
       01  WS-TIER-NAMES REDEFINES WS-TIER-NAMES-AREA.
           05  WS-TIER-NAME               OCCURS 3 TIMES
                                          PIC X(04).

       01  WS-REASON-NAMES-AREA.
           05  FILLER                     PIC X(04) VALUE 'BLNM'.
           05  FILLER                     PIC X(04) VALUE 'NEGB'.
           05  FILLER                     PIC X(04) VALUE 'OVLM'.
           05  FILLER                     PIC X(04) VALUE 'BADC'.
       01  WS-REASON-NAMES REDEFINES WS-REASON-NAMES-AREA.
           05  WS-REASON-NAME             OCCURS 4 TIMES
                                          PIC X(04).

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-REASON-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RSL-CODE                PIC X(04).
           05  FILLER                     PIC X(16) VALUE
                                          '  TO INVALID:  '.
           05  WS-RSL-TO-INVALID          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(16) VALUE
                                          '    TO VALID:  '.
           05  WS-RSL-TO-VALID            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(70) VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE 'FROM '.
           05  WS-TRL-FROM                PIC X(04).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  WS-TRL-TO                  PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TRL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-DRILL-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CHANGE'.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(12) VALUE 'ON FILE'.
           05  FILLER                     PIC X(26) VALUE
                                          'STATUS TODAY -> PENDING'.
           05  FILLER                     PIC X(20) VALUE
                                          'REASONS TODAY'.
           05  FILLER                     PIC X(20) VALUE
                                          'REASONS PENDING'.
           05  FILLER                     PIC X(14) VALUE 'TIER'.
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-DRILL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-VERSION             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-ON-FILE             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-BASE-STATUS         PIC X(10).
           05  FILLER                     PIC X(04) VALUE ' -> '.
           05  WS-DRL-NEW-STATUS          PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-BASE-REASONS        PIC X(19).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DRL-NEW-REASONS         PIC X(19).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DRL-BASE-TIER           PIC X(04).
           05  FILLER                     PIC X(04) VALUE ' -> '.
           05  WS-DRL-NEW-TIER            PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DRL-FLAG                PIC X(14).
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-REASON-LIST-WORK            PIC X(19).
       77  WS-REASON-LIST-PTR             PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-DTL-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE                                            *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 1100-LOAD-PENDING-CHANGES
               THRU 1100-EXIT.

           IF WS-PEND-USED > 0
               PERFORM 2000-EVALUATE-CUSTOMERS
                   THRU 2000-EXIT
           END-IF.

           IF WS-PEND-USED > 0 AND NOT WS-DB-FAILED
               PERFORM 3000-REPORT-PENDING-CHANGE
                   THRU 3000-EXIT
                   VARYING WS-PEND-IX FROM 1 BY 1
                   UNTIL WS-PEND-IX > WS-PEND-USED
           END-IF.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN THE REPORTS, LOAD THE RULE SET IN *
      *    EFFECT AND THE DATES THE HOLD AND DORMANCY TESTS USE      *
      *=============================================================*
       1000-INITIALIZE.

           OPEN OUTPUT IMPACT-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTIMPA: OPEN FAILED FOR IMPARPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT IMPACT-DETAIL-FILE.

           IF WS-DTL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTIMPA: OPEN FAILED FOR IMPADTL STATUS='
                       WS-DTL-FILE-STATUS
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
              INTO :WS-CURRENT-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTIMPA: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-LOAD-RULE-CONTROL
               THRU 1300-EXIT.

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
                   DISPLAY 'CUSTIMPA: BUSINESS_CALENDAR SHORT -- '
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

           MOVE SPACES TO IA-REPORT-LINE.
           STRING 'CUSTIMPA RULE CHANGE IMPACT ANALYSIS -- RUN '
                  DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           STRING 'MEASURED AGAINST RULE SET IN EFFECT: '
                  DELIMITED BY SIZE
                  WS-CUR-VERSION DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-DETAIL-LINE.
           MOVE 'CUSTIMPA RULE CHANGE IMPACT -- AFFECTED CUSTOMERS'
               TO IA-DETAIL-LINE.
           WRITE IA-DETAIL-LINE.

           MOVE SPACES TO IA-DETAIL-LINE.
           WRITE IA-DETAIL-LINE.

           WRITE IA-DETAIL-LINE FROM WS-DRILL-HEADING.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1100-LOAD-PENDING-CHANGES -- EVERY 'PENDING' RULE_QUEUE   *
      *    ROW, OLDEST FIRST, INTO THE PENDING TABLE.  ANY BEYOND    *
      *    THE TABLE ARE COUNTED AND LEFT FOR THE NEXT RUN.          *
      *=============================================================*
       1100-LOAD-PENDING-CHANGES.

           EXEC SQL
              DECLARE Q1 CURSOR FOR
              SELECT RULE_SET_VERSION, CHAR(EFFECTIVE_DATE, ISO),
                     TIER_HIGH_THRESHOLD, TIER_MED_THRESHOLD,
                     BALANCE_LIMIT,
                     CHK_BLANK_NAME, CHK_NEG_BALANCE,
                     CHK_BALANCE_LIMIT, CHK_NAME_PRINTABLE,
                     REQUEST_USER, CHAR(REQUEST_TS)
              FROM RULE_QUEUE
              WHERE QUEUE_STATUS = 'PENDING'
              ORDER BY REQUEST_TS
           END-EXEC.

           EXEC SQL
              OPEN Q1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTIMPA: OPEN OF RULE_QUEUE CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-DB-FAILED TO TRUE
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-FETCH-PENDING-CHANGE
               THRU 1110-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTIMPA: FETCH FROM RULE_QUEUE FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-DB-FAILED TO TRUE
           END-IF.

           EXEC SQL
              CLOSE Q1
           END-EXEC.

           IF WS-PEND-USED = 0 AND NOT WS-DB-FAILED
               MOVE SPACES TO IA-REPORT-LINE
               MOVE 'NO PENDING RULE CHANGES ON RULE_QUEUE'
                   TO IA-REPORT-LINE
               WRITE IA-REPORT-LINE
           END-IF.

           IF WS-PEND-NOT-EVALUATED > 0
               MOVE SPACES TO IA-REPORT-LINE
               MOVE 'PENDING TABLE FULL -- NEWEST CHANGES NOT EVALUATED'
                   TO IA-REPORT-LINE
               WRITE IA-REPORT-LINE
           END-IF.

           GO TO 1100-EXIT.

       1100-EXIT.
           EXIT.

      *=============================================================*
      *    1110-FETCH-PENDING-CHANGE                                *
      *=============================================================*
       1110-FETCH-PENDING-CHANGE.

           EXEC SQL
              FETCH Q1 INTO
              :WS-NEW-VERSION, :WS-NEW-EFF-DATE,
              :WS-NEW-HIGH, :WS-NEW-MED,
              :WS-NEW-LIMIT,
              :WS-NEW-BLANK-NAME-SW, :WS-NEW-NEG-BALANCE-SW,
              :WS-NEW-BAL-LIMIT-SW, :WS-NEW-NAME-CHARS-SW,
              :WS-REQUEST-USER, :WS-REQUEST-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 1110-EXIT
           END-IF.

           IF WS-PEND-USED NOT < WS-PEND-MAX
               ADD 1 TO WS-PEND-NOT-EVALUATED
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-PEND-USED.
           INITIALIZE WS-PEND-ENTRY(WS-PEND-USED).
           MOVE WS-NEW-VERSION   TO WS-PEND-VERSION(WS-PEND-USED).
           MOVE WS-NEW-EFF-DATE  TO WS-PEND-EFF-DATE(WS-PEND-USED).
           MOVE WS-REQUEST-USER
               TO WS-PEND-REQUEST-USER(WS-PEND-USED).
           MOVE WS-REQUEST-TS    TO WS-PEND-REQUEST-TS(WS-PEND-USED).
           MOVE WS-NEW-HIGH      TO WS-PEND-HIGH(WS-PEND-USED).
           MOVE WS-NEW-MED       TO WS-PEND-MED(WS-PEND-USED).
           MOVE WS-NEW-LIMIT     TO WS-PEND-LIMIT(WS-PEND-USED).
           MOVE WS-NEW-SWITCHES  TO WS-PEND-SWITCHES(WS-PEND-USED).

           GO TO 1110-EXIT.

       1110-EXIT.
           EXIT.

      *=============================================================*
      *    1300-LOAD-RULE-CONTROL -- THE ROW CUSTPROC WOULD RUN ON   *
      *    TONIGHT; NO ROW IN EFFECT LEAVES THE BUILT-IN DEFAULTS    *
      *=============================================================*
       1300-LOAD-RULE-CONTROL.

           EXEC SQL
              SELECT RULE_SET_VERSION,
                     TIER_HIGH_THRESHOLD,
                     TIER_MED_THRESHOLD,
                     BALANCE_LIMIT,
                     CHK_BLANK_NAME,
                     CHK_NEG_BALANCE,
                     CHK_BALANCE_LIMIT,
                     CHK_NAME_PRINTABLE,
                     DORMANT_MONTHS,
                     DORMANT_BASIS
              INTO :WS-CUR-VERSION,
                   :WS-CUR-HIGH,
                   :WS-CUR-MED,
                   :WS-CUR-LIMIT,
                   :WS-RULE-BLANK-NAME-SW,
                   :WS-RULE-NEG-BALANCE-SW,
                   :WS-RULE-BAL-LIMIT-SW,
                   :WS-RULE-NAME-CHARS-SW,
                   :WS-DORMANT-MONTHS,
                   :WS-DORMANT-BASIS
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RULE-SWITCHES TO WS-CUR-SWITCHES
           ELSE
               MOVE 'BUILT-IN' TO WS-CUR-VERSION
           END-IF.

           GO TO 1300-EXIT.

       1300-EXIT.
           EXIT.

      *=============================================================*
      *    2000-EVALUATE-CUSTOMERS -- ONE READ-ONLY PASS OVER        *
      *    CUSTOMER_DATA; EACH ROW IS EVALUATED UNDER THE RULE SET   *
      *    IN EFFECT AND THEN UNDER EVERY PENDING SET                *
      *=============================================================*
       2000-EVALUATE-CUSTOMERS.

           EXEC SQL
              DECLARE C1 CURSOR FOR
              SELECT CUST_ID, NAME, BALANCE, STATUS, SEGMENT,
                     OVERRIDE_FLAG, CHAR(OVERRIDE_EXPIRY, ISO),
                     CHAR(LAST_MAINT_TS)
              FROM CUSTOMER_DATA
              ORDER BY CUST_ID
              FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
              OPEN C1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTIMPA: OPEN OF CUSTOMER CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-DB-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-PROCESS-ROW
               THRU 2100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTIMPA: FETCH FROM CUSTOMER CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               SET WS-DB-FAILED TO TRUE
           END-IF.

           EXEC SQL
              CLOSE C1
           END-EXEC.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-PROCESS-ROW -- SKIP WHAT CUSTPROC WOULD SKIP, TAKE   *
      *    THE BASE RESULT, THEN MEASURE EACH PENDING CHANGE         *
      *=============================================================*
       2100-PROCESS-ROW.

           EXEC SQL
              FETCH C1 INTO
              :WS-CUST-ID,
              :WS-NAME,
              :WS-BALANCE,
              :WS-OLD-STATUS,
              :WS-OLD-SEGMENT,
              :WS-OVERRIDE-FLAG :WS-OVR-FLAG-IND,
              :WS-OVERRIDE-EXPIRY :WS-OVR-EXPIRY-IND,
              :WS-ROW-MAINT-TS :WS-MAINT-TS-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-FETCHED.

           PERFORM 2150-CHECK-OVERRIDE-HOLD
               THRU 2150-EXIT.

           IF WS-OVERRIDE-HELD
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2170-CHECK-DORMANT-ROW
               THRU 2170-EXIT.

           IF WS-DORMANT-HELD
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-EVALUATED.

      *    TIERS ONLY MOVE ON ROWS WHOSE SEGMENT IS THE BALANCE-TIER
      *    FALLBACK'S OWN -- A DL/I SEGMENT CODE IS TAKEN AS IS
           IF WS-OLD-SEGMENT = SPACES OR 'HIGH' OR 'MED' OR 'LOW'
               SET WS-TIER-ROW TO TRUE
               PERFORM 2310-LOOKUP-TIER-BALANCE
                   THRU 2310-EXIT
           ELSE
               MOVE 'N' TO WS-TIER-ROW-SW
           END-IF.

           MOVE WS-CUR-HIGH     TO WS-TIER-HIGH-THRESHOLD.
           MOVE WS-CUR-MED      TO WS-TIER-MED-THRESHOLD.
           MOVE WS-CUR-LIMIT    TO WS-BALANCE-LIMIT.
           MOVE WS-CUR-SWITCHES TO WS-RULE-SWITCHES.

           PERFORM 2200-VALIDATE-ROW
               THRU 2200-EXIT.

           MOVE WS-STATUS           TO WS-BASE-STATUS.
           MOVE WS-REASON-COUNT     TO WS-BASE-REASON-COUNT.
           MOVE WS-REASON-TABLE-AREA TO WS-BASE-REASON-TABLE.

           MOVE SPACES TO WS-SEGMENT.
           IF WS-TIER-ROW
               PERFORM 2320-COMPUTE-BALANCE-TIER
                   THRU 2320-EXIT
           END-IF.
           MOVE WS-SEGMENT TO WS-BASE-TIER.

           PERFORM 2400-MEASURE-PENDING-CHANGE
               THRU 2400-EXIT
               VARYING WS-PEND-IX FROM 1 BY 1
               UNTIL WS-PEND-IX > WS-PEND-USED.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2150-CHECK-OVERRIDE-HOLD -- AN UNEXPIRED HOLD KEEPS ITS   *
      *    MANUAL STATUS WHATEVER THE RULES SAY (CUSTPROC 2150)      *
      *=============================================================*
       2150-CHECK-OVERRIDE-HOLD.

           MOVE 'N' TO WS-OVERRIDE-HELD-SW.

           IF WS-OVR-FLAG-IND < 0
               GO TO 2150-EXIT
           END-IF.

           IF WS-OVERRIDE-FLAG NOT = 'Y'
               GO TO 2150-EXIT
           END-IF.

           IF WS-OVR-EXPIRY-IND < 0
               GO TO 2150-EXIT
           END-IF.

           IF WS-OVERRIDE-EXPIRY >= WS-CURRENT-DATE
               SET WS-OVERRIDE-HELD TO TRUE
               ADD 1 TO WS-OVERRIDE-HELD-COUNT
           END-IF.

           GO TO 2150-EXIT.

       2150-EXIT.
           EXIT.

      *=============================================================*
      *    2170-CHECK-DORMANT-ROW -- A DORMANT ROW WITH NO ACTIVITY  *
      *    SINCE THE CUTOFF, OR ANY ESCHEATED ROW, STAYS ASLEEP      *
      *    (CUSTPROC 2170)                                           *
      *=============================================================*
       2170-CHECK-DORMANT-ROW.

           MOVE 'N' TO WS-DORMANT-HELD-SW.

           IF WS-OLD-STATUS = 'ESCHEATED'
               SET WS-DORMANT-HELD TO TRUE
               ADD 1 TO WS-DORMANT-HELD-COUNT
               GO TO 2170-EXIT
           END-IF.

           IF WS-OLD-STATUS NOT = 'DORMANT'
               GO TO 2170-EXIT
           END-IF.

           IF WS-MAINT-TS-IND < 0
               SET WS-DORMANT-HELD TO TRUE
               ADD 1 TO WS-DORMANT-HELD-COUNT
               GO TO 2170-EXIT
           END-IF.

           IF WS-ROW-MAINT-TS < WS-DORMANT-CUTOFF-TS
               SET WS-DORMANT-HELD TO TRUE
               ADD 1 TO WS-DORMANT-HELD-COUNT
           END-IF.

           GO TO 2170-EXIT.

       2170-EXIT.
           EXIT.

      *=============================================================*
      *    2200-VALIDATE-ROW -- THE CUSTPROC RULES: APPLY EVERY RULE *
      *    THE WORKING RULE SET ENABLES AND COLLECT EVERY REASON     *
      *    THAT FAILS                                                *
      *=============================================================*
       2200-VALIDATE-ROW.

           MOVE 0 TO WS-REASON-COUNT.
           MOVE SPACES TO WS-REASON-TABLE-AREA.
           SET WS-REASON-NONE TO TRUE.

           IF WS-RULE-BLANK-NAME AND WS-NAME = SPACES
               MOVE 'BLNM' TO WS-FLAG-REASON-CODE
               PERFORM 2240-FLAG-REASON THRU 2240-EXIT
           END-IF.

           IF WS-RULE-NEG-BALANCE AND WS-BALANCE < 0
               MOVE 'NEGB' TO WS-FLAG-REASON-CODE
               PERFORM 2240-FLAG-REASON THRU 2240-EXIT
           END-IF.

           IF WS-RULE-BAL-LIMIT AND WS-BALANCE > WS-BALANCE-LIMIT
               MOVE 'OVLM' TO WS-FLAG-REASON-CODE
               PERFORM 2240-FLAG-REASON THRU 2240-EXIT
           END-IF.

           IF WS-RULE-NAME-CHARS
               PERFORM 2250-CHECK-NAME-CHARS THRU 2250-EXIT
               IF WS-NAME-HAS-BAD-CHAR
                   MOVE 'BADC' TO WS-FLAG-REASON-CODE
                   PERFORM 2240-FLAG-REASON THRU 2240-EXIT
               END-IF
           END-IF.

           IF WS-REASON-COUNT > 0
               MOVE 'INVALID' TO WS-STATUS
           ELSE
               MOVE 'VALID' TO WS-STATUS
           END-IF.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    2240-FLAG-REASON                                         *
      *=============================================================*
       2240-FLAG-REASON.

           ADD 1 TO WS-REASON-COUNT.
           MOVE WS-FLAG-REASON-CODE
               TO WS-REASON-ENTRY(WS-REASON-COUNT).

           IF WS-REASON-COUNT = 1
               MOVE WS-FLAG-REASON-CODE TO WS-REASON-CODE
           END-IF.

           GO TO 2240-EXIT.

       2240-EXIT.
           EXIT.

      *=============================================================*
      *    2250-CHECK-NAME-CHARS -- ANY CHARACTER BELOW SPACE IN THE *
      *    COLLATING SEQUENCE IS NON-PRINTABLE                       *
      *=============================================================*
       2250-CHECK-NAME-CHARS.

           MOVE 'N' TO WS-NAME-BAD-SW.

           PERFORM 2255-CHECK-ONE-NAME-CHAR
               THRU 2255-EXIT
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 30
                  OR WS-NAME-HAS-BAD-CHAR.

           GO TO 2250-EXIT.

       2250-EXIT.
           EXIT.

      *=============================================================*
      *    2255-CHECK-ONE-NAME-CHAR                                 *
      *=============================================================*
       2255-CHECK-ONE-NAME-CHAR.

           IF WS-NAME(WS-NAME-IX:1) < SPACE
               SET WS-NAME-HAS-BAD-CHAR TO TRUE
           END-IF.

           GO TO 2255-EXIT.

       2255-EXIT.
           EXIT.

      *=============================================================*
      *    2310-LOOKUP-TIER-BALANCE -- THE BALANCE 2320 TIERS ON:    *
      *    THE COMBINED HOUSEHOLD BALANCE FOR A HOUSEHOLD MEMBER,    *
      *    OTHERWISE THE ROW'S OWN.  DONE ONCE PER ROW RATHER THAN   *
      *    ONCE PER RULE SET -- THE BALANCE DOES NOT DEPEND ON THE   *
      *    THRESHOLDS.                                               *
      *=============================================================*
       2310-LOOKUP-TIER-BALANCE.

           MOVE WS-BALANCE TO WS-TIER-BALANCE.

           EXEC SQL
              SELECT SUM(C.BALANCE)
              INTO :WS-HHLD-BALANCE :WS-HHLD-BALANCE-IND
              FROM HOUSEHOLD_MEMBER M, CUSTOMER_DATA C
              WHERE C.CUST_ID = M.CUST_ID
                AND M.HOUSEHOLD_ID =
                    (SELECT H.HOUSEHOLD_ID
                     FROM HOUSEHOLD_MEMBER H
                     WHERE H.CUST_ID = :WS-CUST-ID)
           END-EXEC.

           IF SQLCODE = 0 AND WS-HHLD-BALANCE-IND >= 0
               MOVE WS-HHLD-BALANCE TO WS-TIER-BALANCE
           END-IF.

           GO TO 2310-EXIT.

       2310-EXIT.
           EXIT.

      *=============================================================*
      *    2320-COMPUTE-BALANCE-TIER -- HIGH/MED/LOW AGAINST THE     *
      *    WORKING THRESHOLDS, AS IN CUSTPROC                        *
      *=============================================================*
       2320-COMPUTE-BALANCE-TIER.

           IF WS-TIER-BALANCE >= WS-TIER-HIGH-THRESHOLD
               MOVE 'HIGH' TO WS-SEGMENT
           ELSE
               IF WS-TIER-BALANCE >= WS-TIER-MED-THRESHOLD
                   MOVE 'MED' TO WS-SEGMENT
               ELSE
                   MOVE 'LOW' TO WS-SEGMENT
               END-IF
           END-IF.

           GO TO 2320-EXIT.

       2320-EXIT.
           EXIT.

      *=============================================================*
      *    2400-MEASURE-PENDING-CHANGE -- RE-EVALUATE THE ROW UNDER  *
      *    PENDING ENTRY WS-PEND-IX AND COUNT WHAT MOVES             *
      *=============================================================*
       2400-MEASURE-PENDING-CHANGE.

           MOVE WS-PEND-HIGH(WS-PEND-IX)     TO WS-TIER-HIGH-THRESHOLD.
           MOVE WS-PEND-MED(WS-PEND-IX)      TO WS-TIER-MED-THRESHOLD.
           MOVE WS-PEND-LIMIT(WS-PEND-IX)    TO WS-BALANCE-LIMIT.
           MOVE WS-PEND-SWITCHES(WS-PEND-IX) TO WS-RULE-SWITCHES.

           PERFORM 2200-VALIDATE-ROW
               THRU 2200-EXIT.

           MOVE SPACES TO WS-SEGMENT.
           IF WS-TIER-ROW
               PERFORM 2320-COMPUTE-BALANCE-TIER
                   THRU 2320-EXIT
           END-IF.

           IF WS-STATUS = WS-BASE-STATUS
              AND WS-SEGMENT = WS-BASE-TIER
               GO TO 2400-EXIT
           END-IF.

           MOVE SPACES TO WS-DRL-FLAG.

           IF WS-BASE-STATUS = 'VALID' AND WS-STATUS = 'INVALID'
               ADD 1 TO WS-PEND-TO-INVALID(WS-PEND-IX)
               PERFORM 2410-COUNT-NEW-REASON
                   THRU 2410-EXIT
                   VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > WS-REASON-COUNT
               IF WS-OLD-STATUS NOT = 'INVALID'
                  AND WS-OLD-STATUS NOT = 'NOTICE'
                   ADD 1 TO WS-PEND-NEW-REFERRALS(WS-PEND-IX)
                   MOVE 'NEW REFERRAL' TO WS-DRL-FLAG
               END-IF
           END-IF.

           IF WS-BASE-STATUS = 'INVALID' AND WS-STATUS = 'VALID'
               ADD 1 TO WS-PEND-TO-VALID(WS-PEND-IX)
               PERFORM 2420-COUNT-CLEARED-REASON
                   THRU 2420-EXIT
                   VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > WS-BASE-REASON-COUNT
           END-IF.

           IF WS-SEGMENT NOT = WS-BASE-TIER
               PERFORM 2430-COUNT-TIER-MOVE
                   THRU 2430-EXIT
           END-IF.

           PERFORM 2500-WRITE-DRILL-LINE
               THRU 2500-EXIT.

           GO TO 2400-EXIT.

       2400-EXIT.
           EXIT.

      *=============================================================*
      *    2410-COUNT-NEW-REASON -- A VALID-TO-INVALID MOVE COUNTS   *
      *    UNDER EVERY REASON THE PENDING RULES FAIL IT ON           *
      *=============================================================*
       2410-COUNT-NEW-REASON.

           PERFORM 2450-FIND-REASON-SUBSCRIPT
               THRU 2450-EXIT.

           IF WS-RSN-IX > 0
               ADD 1 TO WS-PEND-TO-INV-RSN(WS-PEND-IX, WS-RSN-IX)
           END-IF.

           GO TO 2410-EXIT.

       2410-EXIT.
           EXIT.

      *=============================================================*
      *    2420-COUNT-CLEARED-REASON -- AN INVALID-TO-VALID MOVE     *
      *    COUNTS UNDER EVERY REASON IT FAILS ON TODAY               *
      *=============================================================*
       2420-COUNT-CLEARED-REASON.

           MOVE WS-BASE-REASON-ENTRY(WS-REASON-IX)
               TO WS-FLAG-REASON-CODE.

           PERFORM 2460-FIND-BASE-SUBSCRIPT
               THRU 2460-EXIT.

           IF WS-RSN-IX > 0
               ADD 1 TO WS-PEND-TO-VAL-RSN(WS-PEND-IX, WS-RSN-IX)
           END-IF.

           GO TO 2420-EXIT.

       2420-EXIT.
           EXIT.

      *=============================================================*
      *    2430-COUNT-TIER-MOVE -- UP/DOWN AND THE FROM/TO PAIR      *
      *=============================================================*
       2430-COUNT-TIER-MOVE.

           MOVE WS-BASE-TIER TO WS-TIER-CODE-WORK.
           PERFORM 2440-TIER-SUBSCRIPT
               THRU 2440-EXIT.
           MOVE WS-TIER-IX-WORK TO WS-FROM-TIER-IX.

           MOVE WS-SEGMENT TO WS-TIER-CODE-WORK.
           PERFORM 2440-TIER-SUBSCRIPT
               THRU 2440-EXIT.
           MOVE WS-TIER-IX-WORK TO WS-TO-TIER-IX.

           IF WS-FROM-TIER-IX = 0 OR WS-TO-TIER-IX = 0
               GO TO 2430-EXIT
           END-IF.

      *    SUBSCRIPT 1 IS THE HIGHEST TIER, SO A LOWER TO-SUBSCRIPT
      *    IS A MOVE UP
           IF WS-TO-TIER-IX < WS-FROM-TIER-IX
               ADD 1 TO WS-PEND-TIER-UP(WS-PEND-IX)
           ELSE
               ADD 1 TO WS-PEND-TIER-DOWN(WS-PEND-IX)
           END-IF.

           COMPUTE WS-PAIR-IX = (WS-FROM-TIER-IX - 1) * 3
                              + WS-TO-TIER-IX.
           ADD 1 TO WS-PEND-TIER-PAIR(WS-PEND-IX, WS-PAIR-IX).

           GO TO 2430-EXIT.

       2430-EXIT.
           EXIT.

      *=============================================================*
      *    2440-TIER-SUBSCRIPT -- 1 HIGH, 2 MED, 3 LOW, 0 OTHER      *
      *=============================================================*
       2440-TIER-SUBSCRIPT.

           EVALUATE WS-TIER-CODE-WORK
               WHEN 'HIGH'
                   MOVE 1 TO WS-TIER-IX-WORK
               WHEN 'MED'
                   MOVE 2 TO WS-TIER-IX-WORK
               WHEN 'LOW'
                   MOVE 3 TO WS-TIER-IX-WORK
               WHEN OTHER
                   MOVE 0 TO WS-TIER-IX-WORK
           END-EVALUATE.

           GO TO 2440-EXIT.

       2440-EXIT.
           EXIT.

      *=============================================================*
      *    2450-FIND-REASON-SUBSCRIPT -- SUBSCRIPT OF PENDING-PASS   *
      *    REASON WS-REASON-IX                                       *
      *=============================================================*
       2450-FIND-REASON-SUBSCRIPT.

           MOVE WS-REASON-ENTRY(WS-REASON-IX) TO WS-FLAG-REASON-CODE.

           PERFORM 2460-FIND-BASE-SUBSCRIPT
               THRU 2460-EXIT.

           GO TO 2450-EXIT.

       2450-EXIT.
           EXIT.

      *=============================================================*
      *    2460-FIND-BASE-SUBSCRIPT -- SUBSCRIPT OF THE REASON CODE  *
      *    IN WS-FLAG-REASON-CODE (0 IF NOT ONE OF THE FOUR)         *
      *=============================================================*
       2460-FIND-BASE-SUBSCRIPT.

           EVALUATE WS-FLAG-REASON-CODE
               WHEN 'BLNM'
                   MOVE 1 TO WS-RSN-IX
               WHEN 'NEGB'
                   MOVE 2 TO WS-RSN-IX
               WHEN 'OVLM'
                   MOVE 3 TO WS-RSN-IX
               WHEN 'BADC'
                   MOVE 4 TO WS-RSN-IX
               WHEN OTHER
                   MOVE 0 TO WS-RSN-IX
           END-EVALUATE.

           GO TO 2460-EXIT.

       2460-EXIT.
           EXIT.

      *=============================================================*
      *    2500-WRITE-DRILL-LINE -- ONE IMPADTL LINE FOR A CUST-ID   *
      *    THE PENDING CHANGE WOULD MOVE (STATUS, TIER OR BOTH)      *
      *=============================================================*
       2500-WRITE-DRILL-LINE.

           MOVE WS-PEND-VERSION(WS-PEND-IX) TO WS-DRL-VERSION.
           MOVE WS-CUST-ID                  TO WS-DRL-CUST-ID.
           MOVE WS-OLD-STATUS               TO WS-DRL-ON-FILE.
           MOVE WS-BASE-STATUS              TO WS-DRL-BASE-STATUS.
           MOVE WS-STATUS                   TO WS-DRL-NEW-STATUS.
           MOVE WS-BASE-TIER                TO WS-DRL-BASE-TIER.
           MOVE WS-SEGMENT                  TO WS-DRL-NEW-TIER.

           MOVE SPACES TO WS-REASON-LIST-WORK.
           MOVE 1 TO WS-REASON-LIST-PTR.
           PERFORM 2510-LIST-BASE-REASON
               THRU 2510-EXIT
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > WS-BASE-REASON-COUNT.
           MOVE WS-REASON-LIST-WORK TO WS-DRL-BASE-REASONS.

           MOVE SPACES TO WS-REASON-LIST-WORK.
           MOVE 1 TO WS-REASON-LIST-PTR.
           PERFORM 2520-LIST-NEW-REASON
               THRU 2520-EXIT
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > WS-REASON-COUNT.
           MOVE WS-REASON-LIST-WORK TO WS-DRL-NEW-REASONS.

           WRITE IA-DETAIL-LINE FROM WS-DRILL-LINE.

           ADD 1 TO WS-PEND-DETAIL-LINES(WS-PEND-IX).

           GO TO 2500-EXIT.

       2500-EXIT.
           EXIT.

      *=============================================================*
      *    2510-LIST-BASE-REASON                                    *
      *=============================================================*
       2510-LIST-BASE-REASON.

           STRING WS-BASE-REASON-ENTRY(WS-REASON-IX)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO WS-REASON-LIST-WORK
                  WITH POINTER WS-REASON-LIST-PTR
           ON OVERFLOW
               CONTINUE
           END-STRING.

           GO TO 2510-EXIT.

       2510-EXIT.
           EXIT.

      *=============================================================*
      *    2520-LIST-NEW-REASON                                     *
      *=============================================================*
       2520-LIST-NEW-REASON.

           STRING WS-REASON-ENTRY(WS-REASON-IX)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO WS-REASON-LIST-WORK
                  WITH POINTER WS-REASON-LIST-PTR
           ON OVERFLOW
               CONTINUE
           END-STRING.

           GO TO 2520-EXIT.

       2520-EXIT.
           EXIT.

      *=============================================================*
      *    3000-REPORT-PENDING-CHANGE -- SUMMARY BLOCK ON IMPARPT    *
      *    AND THE RULE_IMPACT ROW RAPR READS                        *
      *=============================================================*
       3000-REPORT-PENDING-CHANGE.

           MOVE SPACES TO IA-REPORT-LINE.
           STRING 'PENDING RULE SET ' DELIMITED BY SIZE
                  WS-PEND-VERSION(WS-PEND-IX) DELIMITED BY SIZE
                  '  EFFECTIVE ' DELIMITED BY SIZE
                  WS-PEND-EFF-DATE(WS-PEND-IX) DELIMITED BY SIZE
                  '  REQUESTED BY ' DELIMITED BY SIZE
                  WS-PEND-REQUEST-USER(WS-PEND-IX) DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-PEND-REQUEST-TS(WS-PEND-IX) DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE IA-REPORT-LINE.

           PERFORM 3100-WRITE-RULE-COMPARISON
               THRU 3100-EXIT.

           MOVE SPACES TO IA-REPORT-LINE.
           WRITE IA-REPORT-LINE.

           MOVE 'ROWS EVALUATED:' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-EVALUATED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'VALID TO INVALID:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-TO-INVALID(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'INVALID TO VALID:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-TO-VALID(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'NEW COLLECTIONS REFERRALS:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-NEW-REFERRALS(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE SPACES TO IA-REPORT-LINE.
           MOVE '  BY REASON CODE (TWO FAILED RULES COUNT TWICE):'
               TO IA-REPORT-LINE.
           WRITE IA-REPORT-LINE.

           PERFORM 3200-WRITE-REASON-LINE
               THRU 3200-EXIT
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > 4.

           MOVE 'TIER MOVES UP:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-TIER-UP(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'TIER MOVES DOWN:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-TIER-DOWN(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           PERFORM 3300-WRITE-TIER-LINE
               THRU 3300-EXIT
               VARYING WS-PAIR-IX FROM 1 BY 1
               UNTIL WS-PAIR-IX > 9.

           MOVE 'DRILL-DOWN LINES (IMPADTL):' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-DETAIL-LINES(WS-PEND-IX) TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           PERFORM 3400-INSERT-RULE-IMPACT
               THRU 3400-EXIT.

           MOVE SPACES TO IA-REPORT-LINE.
           WRITE IA-REPORT-LINE.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-WRITE-RULE-COMPARISON -- WHAT THE CHANGE ACTUALLY    *
      *    CHANGES: THRESHOLDS, LIMIT AND RULE SWITCHES, IN EFFECT   *
      *    VERSUS PENDING                                            *
      *=============================================================*
       3100-WRITE-RULE-COMPARISON.

           MOVE SPACES TO IA-REPORT-LINE.
           MOVE WS-CUR-HIGH TO WS-EDIT-AMOUNT.
           STRING '  HIGH TIER   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           MOVE WS-PEND-HIGH(WS-PEND-IX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO IA-REPORT-LINE(32:12).
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           MOVE WS-CUR-MED TO WS-EDIT-AMOUNT.
           STRING '  MED TIER    ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           MOVE WS-PEND-MED(WS-PEND-IX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO IA-REPORT-LINE(32:12).
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           MOVE WS-CUR-LIMIT TO WS-EDIT-AMOUNT.
           STRING '  BAL LIMIT   ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           MOVE WS-PEND-LIMIT(WS-PEND-IX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO IA-REPORT-LINE(32:12).
           WRITE IA-REPORT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           STRING '  CHECKS BLNM/NEGB/OVLM/BADC  ' DELIMITED BY SIZE
                  WS-CUR-SWITCHES DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-PEND-SWITCHES(WS-PEND-IX) DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE IA-REPORT-LINE.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-WRITE-REASON-LINE                                   *
      *=============================================================*
       3200-WRITE-REASON-LINE.

           MOVE WS-REASON-NAME(WS-RSN-IX) TO WS-RSL-CODE.
           MOVE WS-PEND-TO-INV-RSN(WS-PEND-IX, WS-RSN-IX)
               TO WS-RSL-TO-INVALID.
           MOVE WS-PEND-TO-VAL-RSN(WS-PEND-IX, WS-RSN-IX)
               TO WS-RSL-TO-VALID.

           WRITE IA-REPORT-LINE FROM WS-REASON-LINE.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3300-WRITE-TIER-LINE -- ONE LINE PER FROM/TO TIER PAIR    *
      *    THAT ACTUALLY MOVED                                       *
      *=============================================================*
       3300-WRITE-TIER-LINE.

           IF WS-PEND-TIER-PAIR(WS-PEND-IX, WS-PAIR-IX) = 0
               GO TO 3300-EXIT
           END-IF.

           COMPUTE WS-FROM-TIER-IX = (WS-PAIR-IX - 1) / 3 + 1.
           COMPUTE WS-TO-TIER-IX = WS-PAIR-IX
                                 - (WS-FROM-TIER-IX - 1) * 3.

           MOVE WS-TIER-NAME(WS-FROM-TIER-IX) TO WS-TRL-FROM.
           MOVE WS-TIER-NAME(WS-TO-TIER-IX)   TO WS-TRL-TO.
           MOVE WS-PEND-TIER-PAIR(WS-PEND-IX, WS-PAIR-IX)
               TO WS-TRL-COUNT.

           WRITE IA-REPORT-LINE FROM WS-TIER-LINE.

           GO TO 3300-EXIT.

       3300-EXIT.
           EXIT.

      *=============================================================*
      *    3400-INSERT-RULE-IMPACT -- ONE ROW PER PENDING CHANGE PER *
      *    RUN, KEYED ON THE QUEUE ROW.  A FAILED INSERT IS REPORTED *
      *    AND ENDS THE STEP RC=8 BUT DOES NOT STOP THE OTHERS.      *
      *=============================================================*
       3400-INSERT-RULE-IMPACT.

           MOVE WS-PEND-VERSION(WS-PEND-IX)    TO WS-NEW-VERSION.
           MOVE WS-PEND-REQUEST-TS(WS-PEND-IX) TO WS-REQUEST-TS.
           MOVE WS-ROWS-EVALUATED   TO WS-IMP-ROWS-EVALUATED.
           COMPUTE WS-IMP-ROWS-SKIPPED = WS-OVERRIDE-HELD-COUNT
                                       + WS-DORMANT-HELD-COUNT.
           MOVE WS-PEND-TO-INVALID(WS-PEND-IX) TO WS-IMP-TO-INVALID.
           MOVE WS-PEND-TO-VALID(WS-PEND-IX)   TO WS-IMP-TO-VALID.
           MOVE WS-PEND-TO-INV-RSN(WS-PEND-IX, 1) TO WS-IMP-INV-BLNM.
           MOVE WS-PEND-TO-INV-RSN(WS-PEND-IX, 2) TO WS-IMP-INV-NEGB.
           MOVE WS-PEND-TO-INV-RSN(WS-PEND-IX, 3) TO WS-IMP-INV-OVLM.
           MOVE WS-PEND-TO-INV-RSN(WS-PEND-IX, 4) TO WS-IMP-INV-BADC.
           MOVE WS-PEND-TO-VAL-RSN(WS-PEND-IX, 1) TO WS-IMP-VAL-BLNM.
           MOVE WS-PEND-TO-VAL-RSN(WS-PEND-IX, 2) TO WS-IMP-VAL-NEGB.
           MOVE WS-PEND-TO-VAL-RSN(WS-PEND-IX, 3) TO WS-IMP-VAL-OVLM.
           MOVE WS-PEND-TO-VAL-RSN(WS-PEND-IX, 4) TO WS-IMP-VAL-BADC.
           MOVE WS-PEND-TIER-UP(WS-PEND-IX)    TO WS-IMP-TIER-UP.
           MOVE WS-PEND-TIER-DOWN(WS-PEND-IX)  TO WS-IMP-TIER-DOWN.
           MOVE WS-PEND-NEW-REFERRALS(WS-PEND-IX)
               TO WS-IMP-NEW-REFERRALS.

           EXEC SQL
              INSERT INTO RULE_IMPACT
                 (RULE_SET_VERSION, REQUEST_TS, IMPACT_TS,
                  BASE_VERSION, ROWS_EVALUATED, ROWS_SKIPPED,
                  TO_INVALID, TO_VALID,
                  TO_INV_BLNM, TO_INV_NEGB,
                  TO_INV_OVLM, TO_INV_BADC,
                  TO_VAL_BLNM, TO_VAL_NEGB,
                  TO_VAL_OVLM, TO_VAL_BADC,
                  TIER_UP, TIER_DOWN, NEW_REFERRALS)
              VALUES
                 (:WS-NEW-VERSION, :WS-REQUEST-TS, :WS-RUN-TIMESTAMP,
                  :WS-CUR-VERSION, :WS-IMP-ROWS-EVALUATED,
                  :WS-IMP-ROWS-SKIPPED,
                  :WS-IMP-TO-INVALID, :WS-IMP-TO-VALID,
                  :WS-IMP-INV-BLNM, :WS-IMP-INV-NEGB,
                  :WS-IMP-INV-OVLM, :WS-IMP-INV-BADC,
                  :WS-IMP-VAL-BLNM, :WS-IMP-VAL-NEGB,
                  :WS-IMP-VAL-OVLM, :WS-IMP-VAL-BADC,
                  :WS-IMP-TIER-UP, :WS-IMP-TIER-DOWN,
                  :WS-IMP-NEW-REFERRALS)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-IMPACT-ROWS-WRITTEN
           ELSE
               DISPLAY 'CUSTIMPA: RULE_IMPACT INSERT FAILED FOR '
                       WS-NEW-VERSION ' SQLCODE=' SQLCODE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-IMPACT-ROWS-FAILED
               MOVE SPACES TO IA-REPORT-LINE
               MOVE '  *** RULE_IMPACT ROW NOT WRITTEN FOR THIS CHANGE'
                   TO IA-REPORT-LINE
               WRITE IA-REPORT-LINE
           END-IF.

           GO TO 3400-EXIT.

       3400-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- RUN TOTALS AND RETURN CODE               *
      *=============================================================*
       8000-FINALIZE.

           MOVE SPACES TO IA-REPORT-LINE.
           MOVE 'RUN TOTALS' TO IA-REPORT-LINE.
           WRITE IA-REPORT-LINE.

           MOVE 'PENDING CHANGES EVALUATED:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-USED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'PENDING CHANGES NOT EVALUATED:' TO WS-SUMMARY-LABEL.
           MOVE WS-PEND-NOT-EVALUATED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'ROWS FETCHED:' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-FETCHED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'ROWS EVALUATED:' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-EVALUATED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'SKIPPED -- OVERRIDE HOLD:' TO WS-SUMMARY-LABEL.
           MOVE WS-OVERRIDE-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'SKIPPED -- DORMANT ASLEEP:' TO WS-SUMMARY-LABEL.
           MOVE WS-DORMANT-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'RULE_IMPACT ROWS WRITTEN:' TO WS-SUMMARY-LABEL.
           MOVE WS-IMPACT-ROWS-WRITTEN TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'RULE_IMPACT ROWS FAILED:' TO WS-SUMMARY-LABEL.
           MOVE WS-IMPACT-ROWS-FAILED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           IF WS-DB-FAILED
               MOVE SPACES TO IA-REPORT-LINE
               MOVE '*** DATABASE FAILURE -- IMPACT NOT RECORDED, RERUN'
                   TO IA-REPORT-LINE
               WRITE IA-REPORT-LINE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DB-FAILED OR WS-IMPACT-ROWS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PEND-NOT-EVALUATED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           CLOSE IMPACT-REPORT-FILE.
           CLOSE IMPACT-DETAIL-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE                                    *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO IA-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO IA-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE IA-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.
