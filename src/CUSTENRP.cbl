      *****************************************************************
      *
      *    PROGRAM:      CUSTENRP
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       ENTITLEMENT REVIEW REPORT, FOR THE PERIODIC SIGN-OFF
      *       OF WHO HOLDS WHICH RIGHT ON THE ONLINE TRANSACTIONS.
      *       ONE LINE PER USER ON USER_ENTITLEMENT: EACH RIGHT
      *       (Y/N) WITH THE DATE THE USER LAST EXERCISED IT, THE
      *       AUTHORITY LEVEL, WHEN THE ROW WAS LAST CHANGED AND
      *       WHETHER A CHANGE IS PENDING ON ENTL_QUEUE.  "LAST
      *       USED" COMES FROM THE QUEUE ROWS THE TRANSACTIONS
      *       LEAVE BEHIND:
      *          REQ OVERRIDE  - OVERRIDE_QUEUE.REQUEST_USER (CINQ)
      *          APR OVERRIDE  - OVERRIDE_QUEUE.APPROVE_USER (CAPR)
      *          REQ RULE CHG  - RULE_QUEUE.REQUEST_USER     (CRUL)
      *          APR RULE CHG  - RULE_QUEUE.APPROVE_USER     (RAPR)
      *          ENTITLE ADMIN - ENTL_QUEUE, EITHER SIDE     (CENT)
      *       AN APPROVER'S REJECTION COUNTS AS A USE.  A RIGHT
      *       HELD BUT NEVER USED, OR NOT USED FOR MORE THAN
      *       WS-STALE-DAYS, IS FLAGGED SO THE REVIEWER CAN ASK
      *       WHETHER THE USER STILL NEEDS IT.
      *
      *    RUN SEQUENCE:
      *       ON DEMAND (QUARTERLY REVIEW).  CHANGES NO TABLE.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   "AS AT" DATE AND STALE CUTOFF NOW RUN
      *                        FROM THE STREAM BUSINESS DATE
      *                        (STREAM_DATE), NOT CURRENT DATE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTENRP.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENTITLEMENT-REPORT-FILE ASSIGN TO ENTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ENTITLEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  ER-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    USER_ENTITLEMENT HOST VARIABLES.  EACH LAST-USED DATE   *
      *    IS A SCALAR SUBQUERY MAX(), NULL WHEN NEVER USED.       *
      *-----------------------------------------------------------*
       01  WS-USER-ID                     PIC X(08).
       01  WS-REQ-OVERRIDE                PIC X(01).
       01  WS-APR-OVERRIDE                PIC X(01).
       01  WS-REQ-RULE                    PIC X(01).
       01  WS-APR-RULE                    PIC X(01).
       01  WS-ADMIN                       PIC X(01).
       77  WS-AUTHORITY-LEVEL             PIC S9(04) COMP VALUE 0.
       01  WS-MAINT-DATE                  PIC X(10).
       77  WS-MAINT-DATE-IND              PIC S9(04) COMP VALUE 0.
       77  WS-PENDING-COUNT               PIC S9(09) COMP VALUE 0.

       01  WS-USED-REQ-OVERRIDE           PIC X(10).
       01  WS-USED-APR-OVERRIDE           PIC X(10).
       01  WS-USED-REQ-RULE               PIC X(10).
       01  WS-USED-APR-RULE               PIC X(10).
       01  WS-USED-ADMIN-REQ              PIC X(10).
       01  WS-USED-ADMIN-APR              PIC X(10).
       77  WS-USED-REQ-OVR-IND            PIC S9(04) COMP VALUE 0.
       77  WS-USED-APR-OVR-IND            PIC S9(04) COMP VALUE 0.
       77  WS-USED-REQ-RULE-IND           PIC S9(04) COMP VALUE 0.
       77  WS-USED-APR-RULE-IND           PIC S9(04) COMP VALUE 0.
       77  WS-USED-ADM-REQ-IND            PIC S9(04) COMP VALUE 0.
       77  WS-USED-ADM-APR-IND            PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    STALENESS -- A HELD RIGHT LAST USED BEFORE THE CUTOFF   *
      *    DATE (ISO, SO IT COMPARES AS TEXT) IS FLAGGED           *
      *-----------------------------------------------------------*
       77  WS-STALE-DAYS                  PIC S9(04) COMP VALUE 90.
       01  WS-RUN-DATE                    PIC X(10).
       01  WS-STALE-CUTOFF                PIC X(10).

      *-----------------------------------------------------------*
      *    ONE RIGHT AT A TIME THROUGH 2200 -- HELD FLAG AND THE   *
      *    LAST-USED DATE IN, PRINTED DATE AND STALE SWITCH OUT    *
      *-----------------------------------------------------------*
       01  WS-CHK-HELD                    PIC X(01).
       01  WS-CHK-USED                    PIC X(10).
       77  WS-CHK-USED-IND                PIC S9(04) COMP VALUE 0.
       01  WS-CHK-PRINT                   PIC X(10).

       01  WS-USER-STALE-SW               PIC X(01) VALUE 'N'.
           88  WS-USER-STALE                          VALUE 'Y'.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-USERS-LISTED                PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-REQ-OVERRIDE           PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-APR-OVERRIDE           PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-REQ-RULE               PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-APR-RULE               PIC 9(09) COMP VALUE 0.
       77  WS-HOLD-ADMIN                  PIC 9(09) COMP VALUE 0.
       77  WS-STALE-RIGHTS                PIC 9(09) COMP VALUE 0.
       77  WS-STALE-USERS                 PIC 9(09) COMP VALUE 0.
       77  WS-NO-RIGHTS-USERS             PIC 9(09) COMP VALUE 0.
       77  WS-PENDING-USERS               PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-COLUMN-HEADING-1.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
                                                  'REQ OVERRIDE'.
           05  FILLER                     PIC X(14) VALUE
                                                  'APR OVERRIDE'.
           05  FILLER                     PIC X(14) VALUE
                                                  'REQ RULE CHG'.
           05  FILLER                     PIC X(14) VALUE
                                                  'APR RULE CHG'.
           05  FILLER                     PIC X(14) VALUE
                                                  'ENTITLE ADMIN'.
           05  FILLER                     PIC X(12) VALUE 'LAST'.
           05  FILLER                     PIC X(34) VALUE SPACES.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'USER-ID'.
           05  FILLER                     PIC X(04) VALUE 'LVL'.
           05  FILLER                     PIC X(14) VALUE
                                                  '  LAST USED'.
           05  FILLER                     PIC X(14) VALUE
                                                  '  LAST USED'.
           05  FILLER                     PIC X(14) VALUE
                                                  '  LAST USED'.
           05  FILLER                     PIC X(14) VALUE
                                                  '  LAST USED'.
           05  FILLER                     PIC X(14) VALUE
                                                  '  LAST USED'.
           05  FILLER                     PIC X(12) VALUE 'CHANGED'.
           05  FILLER                     PIC X(06) VALUE 'PEND'.
           05  FILLER                     PIC X(28) VALUE 'REVIEW'.

       01  WS-USER-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-LEVEL                PIC 9(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-UL-RIGHT                OCCURS 5 TIMES.
               10  WS-UL-HELD             PIC X(01).
               10  FILLER                 PIC X(01).
               10  WS-UL-USED             PIC X(10).
               10  FILLER                 PIC X(02).
           05  WS-UL-MAINT-DATE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-PENDING              PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-FLAG                 PIC X(28).

       77  WS-RIGHT-SUB                   PIC S9(04) COMP VALUE 0.

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

           PERFORM 2000-LIST-USERS
               THRU 2000-EXIT.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN THE REPORT, WORK OUT THE STALE    *
      *    CUTOFF AND WRITE THE HEADINGS                             *
      *=============================================================*
       1000-INITIALIZE.

           OPEN OUTPUT ENTITLEMENT-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTENRP: OPEN FAILED FOR ENTLRPT STATUS='
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
              INTO :WS-RUN-DATE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTENRP: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT CHAR(DATE(:WS-RUN-DATE) - :WS-STALE-DAYS DAYS,
                          ISO)
              INTO :WS-STALE-CUTOFF
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO ER-REPORT-LINE.
           STRING 'CUSTENRP ENTITLEMENT REVIEW AS AT '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' -- RIGHTS UNUSED SINCE ' DELIMITED BY SIZE
                  WS-STALE-CUTOFF DELIMITED BY SIZE
                  ' ARE FLAGGED' DELIMITED BY SIZE
                  INTO ER-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ER-REPORT-LINE.

           MOVE SPACES TO ER-REPORT-LINE.
           WRITE ER-REPORT-LINE.

           WRITE ER-REPORT-LINE FROM WS-COLUMN-HEADING-1.
           WRITE ER-REPORT-LINE FROM WS-COLUMN-HEADING-2.

           MOVE SPACES TO ER-REPORT-LINE.
           WRITE ER-REPORT-LINE.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    2000-LIST-USERS -- EVERY USER_ENTITLEMENT ROW, IN USER-ID *
      *    ORDER, WITH ITS LAST-USED DATES                           *
      *=============================================================*
       2000-LIST-USERS.

           EXEC SQL
              DECLARE U1 CURSOR FOR
              SELECT E.USER_ID,
                     E.CAN_REQ_OVERRIDE, E.CAN_APR_OVERRIDE,
                     E.CAN_REQ_RULE, E.CAN_APR_RULE,
                     E.CAN_ADMIN_ENTL, E.AUTHORITY_LEVEL,
                     CHAR(DATE(E.LAST_MAINT_TS), ISO),
                     (SELECT CHAR(DATE(MAX(O.REQUEST_TS)), ISO)
                        FROM OVERRIDE_QUEUE O
                       WHERE O.REQUEST_USER = E.USER_ID),
                     (SELECT CHAR(DATE(MAX(O.APPROVE_TS)), ISO)
                        FROM OVERRIDE_QUEUE O
                       WHERE O.APPROVE_USER = E.USER_ID),
                     (SELECT CHAR(DATE(MAX(R.REQUEST_TS)), ISO)
                        FROM RULE_QUEUE R
                       WHERE R.REQUEST_USER = E.USER_ID),
                     (SELECT CHAR(DATE(MAX(R.APPROVE_TS)), ISO)
                        FROM RULE_QUEUE R
                       WHERE R.APPROVE_USER = E.USER_ID),
                     (SELECT CHAR(DATE(MAX(Q.REQUEST_TS)), ISO)
                        FROM ENTL_QUEUE Q
                       WHERE Q.REQUEST_USER = E.USER_ID),
                     (SELECT CHAR(DATE(MAX(Q.APPROVE_TS)), ISO)
                        FROM ENTL_QUEUE Q
                       WHERE Q.APPROVE_USER = E.USER_ID),
                     (SELECT COUNT(*)
                        FROM ENTL_QUEUE Q
                       WHERE Q.USER_ID = E.USER_ID
                         AND Q.QUEUE_STATUS = 'PENDING')
              FROM USER_ENTITLEMENT E
              ORDER BY E.USER_ID
           END-EXEC.

           EXEC SQL
              OPEN U1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTENRP: OPEN OF ENTITLEMENT CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FETCH-USER
               THRU 2100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTENRP: FETCH FROM ENTITLEMENT CURSOR '
                       'FAILED SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE U1
           END-EXEC.

           IF WS-USERS-LISTED = 0
               MOVE SPACES TO ER-REPORT-LINE
               MOVE 'NO USERS ON USER_ENTITLEMENT'
                   TO ER-REPORT-LINE
               WRITE ER-REPORT-LINE
           END-IF.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-FETCH-USER -- ONE LINE PER USER.  THE ADMIN RIGHT'S  *
      *    LAST USE IS THE LATER OF ITS REQUEST AND APPROVE SIDES.   *
      *=============================================================*
       2100-FETCH-USER.

           EXEC SQL
              FETCH U1 INTO
              :WS-USER-ID,
              :WS-REQ-OVERRIDE, :WS-APR-OVERRIDE,
              :WS-REQ-RULE, :WS-APR-RULE,
              :WS-ADMIN, :WS-AUTHORITY-LEVEL,
              :WS-MAINT-DATE        :WS-MAINT-DATE-IND,
              :WS-USED-REQ-OVERRIDE :WS-USED-REQ-OVR-IND,
              :WS-USED-APR-OVERRIDE :WS-USED-APR-OVR-IND,
              :WS-USED-REQ-RULE     :WS-USED-REQ-RULE-IND,
              :WS-USED-APR-RULE     :WS-USED-APR-RULE-IND,
              :WS-USED-ADMIN-REQ    :WS-USED-ADM-REQ-IND,
              :WS-USED-ADMIN-APR    :WS-USED-ADM-APR-IND,
              :WS-PENDING-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-USERS-LISTED.
           MOVE 'N' TO WS-USER-STALE-SW.
           MOVE SPACES TO WS-USER-LINE.

           MOVE WS-USER-ID         TO WS-UL-USER-ID.
           MOVE WS-AUTHORITY-LEVEL TO WS-UL-LEVEL.

           IF WS-MAINT-DATE-IND < 0
               MOVE SPACES TO WS-UL-MAINT-DATE
           ELSE
               MOVE WS-MAINT-DATE TO WS-UL-MAINT-DATE
           END-IF.

           IF WS-PENDING-COUNT > 0
               MOVE 'YES' TO WS-UL-PENDING
               ADD 1 TO WS-PENDING-USERS
           ELSE
               MOVE SPACES TO WS-UL-PENDING
           END-IF.

           MOVE 1 TO WS-RIGHT-SUB.
           MOVE WS-REQ-OVERRIDE      TO WS-CHK-HELD.
           MOVE WS-USED-REQ-OVERRIDE TO WS-CHK-USED.
           MOVE WS-USED-REQ-OVR-IND  TO WS-CHK-USED-IND.
           PERFORM 2200-CHECK-RIGHT
               THRU 2200-EXIT.
           IF WS-CHK-HELD = 'Y'
               ADD 1 TO WS-HOLD-REQ-OVERRIDE
           END-IF.

           MOVE 2 TO WS-RIGHT-SUB.
           MOVE WS-APR-OVERRIDE      TO WS-CHK-HELD.
           MOVE WS-USED-APR-OVERRIDE TO WS-CHK-USED.
           MOVE WS-USED-APR-OVR-IND  TO WS-CHK-USED-IND.
           PERFORM 2200-CHECK-RIGHT
               THRU 2200-EXIT.
           IF WS-CHK-HELD = 'Y'
               ADD 1 TO WS-HOLD-APR-OVERRIDE
           END-IF.

           MOVE 3 TO WS-RIGHT-SUB.
           MOVE WS-REQ-RULE          TO WS-CHK-HELD.
           MOVE WS-USED-REQ-RULE     TO WS-CHK-USED.
           MOVE WS-USED-REQ-RULE-IND TO WS-CHK-USED-IND.
           PERFORM 2200-CHECK-RIGHT
               THRU 2200-EXIT.
           IF WS-CHK-HELD = 'Y'
               ADD 1 TO WS-HOLD-REQ-RULE
           END-IF.

           MOVE 4 TO WS-RIGHT-SUB.
           MOVE WS-APR-RULE          TO WS-CHK-HELD.
           MOVE WS-USED-APR-RULE     TO WS-CHK-USED.
           MOVE WS-USED-APR-RULE-IND TO WS-CHK-USED-IND.
           PERFORM 2200-CHECK-RIGHT
               THRU 2200-EXIT.
           IF WS-CHK-HELD = 'Y'
               ADD 1 TO WS-HOLD-APR-RULE
           END-IF.

           IF WS-USED-ADM-REQ-IND < 0
               MOVE WS-USED-ADMIN-APR   TO WS-CHK-USED
               MOVE WS-USED-ADM-APR-IND TO WS-CHK-USED-IND
           ELSE
               IF WS-USED-ADM-APR-IND >= 0
                  AND WS-USED-ADMIN-APR > WS-USED-ADMIN-REQ
                   MOVE WS-USED-ADMIN-APR TO WS-CHK-USED
               ELSE
                   MOVE WS-USED-ADMIN-REQ TO WS-CHK-USED
               END-IF
               MOVE 0 TO WS-CHK-USED-IND
           END-IF.

           MOVE 5 TO WS-RIGHT-SUB.
           MOVE WS-ADMIN TO WS-CHK-HELD.
           PERFORM 2200-CHECK-RIGHT
               THRU 2200-EXIT.
           IF WS-CHK-HELD = 'Y'
               ADD 1 TO WS-HOLD-ADMIN
           END-IF.

           IF WS-REQ-OVERRIDE NOT = 'Y'
              AND WS-APR-OVERRIDE NOT = 'Y'
              AND WS-REQ-RULE NOT = 'Y'
              AND WS-APR-RULE NOT = 'Y'
              AND WS-ADMIN NOT = 'Y'
               MOVE 'NO RIGHTS HELD -- REMOVE?' TO WS-UL-FLAG
               ADD 1 TO WS-NO-RIGHTS-USERS
           ELSE
               IF WS-USER-STALE
                   MOVE '*** UNUSED RIGHT HELD' TO WS-UL-FLAG
                   ADD 1 TO WS-STALE-USERS
               END-IF
           END-IF.

           WRITE ER-REPORT-LINE FROM WS-USER-LINE.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2200-CHECK-RIGHT -- FILL ONE RIGHT'S COLUMN.  A HELD      *
      *    RIGHT NEVER USED, OR LAST USED BEFORE THE CUTOFF, IS      *
      *    MARKED WITH AN ASTERISK AND MAKES THE USER STALE.         *
      *=============================================================*
       2200-CHECK-RIGHT.

           MOVE WS-CHK-HELD TO WS-UL-HELD (WS-RIGHT-SUB).

           IF WS-CHK-USED-IND < 0
               MOVE 'NEVER' TO WS-CHK-PRINT
           ELSE
               MOVE WS-CHK-USED TO WS-CHK-PRINT
           END-IF.

           MOVE WS-CHK-PRINT TO WS-UL-USED (WS-RIGHT-SUB).

           IF WS-CHK-HELD NOT = 'Y'
               GO TO 2200-EXIT
           END-IF.

           IF WS-CHK-USED-IND < 0
              OR WS-CHK-USED < WS-STALE-CUTOFF
               MOVE '*' TO WS-UL-HELD (WS-RIGHT-SUB)
               MOVE 'Y' TO WS-USER-STALE-SW
               ADD 1 TO WS-STALE-RIGHTS
           END-IF.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE                                            *
      *=============================================================*
       8000-FINALIZE.

           MOVE SPACES TO ER-REPORT-LINE.
           WRITE ER-REPORT-LINE.

           MOVE SPACES TO ER-REPORT-LINE.
           MOVE '  * = RIGHT HELD BUT NOT USED SINCE THE CUTOFF DATE'
               TO ER-REPORT-LINE.
           WRITE ER-REPORT-LINE.

           MOVE SPACES TO ER-REPORT-LINE.
           WRITE ER-REPORT-LINE.

           MOVE 'USERS LISTED:' TO WS-SUMMARY-LABEL.
           MOVE WS-USERS-LISTED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOLDING REQ OVERRIDE:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOLD-REQ-OVERRIDE TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOLDING APR OVERRIDE:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOLD-APR-OVERRIDE TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOLDING REQ RULE CHANGE:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOLD-REQ-RULE TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOLDING APR RULE CHANGE:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOLD-APR-RULE TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOLDING ENTITLE ADMIN:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOLD-ADMIN TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'UNUSED RIGHTS HELD:' TO WS-SUMMARY-LABEL.
           MOVE WS-STALE-RIGHTS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'USERS WITH AN UNUSED RIGHT:' TO WS-SUMMARY-LABEL.
           MOVE WS-STALE-USERS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'USERS HOLDING NO RIGHTS:' TO WS-SUMMARY-LABEL.
           MOVE WS-NO-RIGHTS-USERS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'USERS WITH CHANGE PENDING:' TO WS-SUMMARY-LABEL.
           MOVE WS-PENDING-USERS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           CLOSE ENTITLEMENT-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE                                    *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO ER-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO ER-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ER-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.
