      *****************************************************************
      *
      *    PROGRAM:      CUSTCHGH
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       NAME AND BALANCE CHANGE HISTORY.  AUDIT_TRAIL RECORDS
      *       ONLY THE STATUS AND SEGMENT CHANGES OUR OWN PROGRAMS
      *       MAKE; WHEN THE POSTING SYSTEM CHANGES A NAME OR A
      *       BALANCE ALL THAT IS LEFT BEHIND IS A NEW LAST_MAINT_TS,
      *       SO IN A DISPUTE NOBODY CAN SAY WHAT THE BALANCE WAS THE
      *       NIGHT CUSTPROC REFERRED THE ACCOUNT.
      *
      *       THIS PROGRAM KEEPS CUSTOMER_SNAPSHOT, LAST NIGHT'S
      *       NAME AND BALANCE FOR EVERY CUST-ID, AND COMPARES IT
      *       WITH CUSTOMER_DATA.  EVERY DIFFERENCE IS WRITTEN TO THE
      *       PERMANENT NAME_BALANCE_HIST TABLE WITH THE OLD VALUE,
      *       THE NEW VALUE, THE BUSINESS DATE AND THE POSTING
      *       SYSTEM'S LAST_MAINT_TS, AND THE SNAPSHOT IS BROUGHT
      *       FORWARD ROW BY ROW.  CHANGE TYPES:
      *          NAME  NAME CHANGED
      *          BALN  BALANCE CHANGED
      *          BOTH  NAME AND BALANCE CHANGED
      *          NEWR  ROW APPEARED (NO OLD VALUES)
      *          GONE  ROW VANISHED (NO NEW VALUES)
      *       A ROW WHOSE HISTORY INSERT OR SNAPSHOT UPDATE FAILS
      *       KEEPS ITS OLD SNAPSHOT AND NO HISTORY ROW, SO THE SAME
      *       CHANGE IS PICKED UP ONCE AGAIN NEXT NIGHT RATHER THAN
      *       LOST OR CAPTURED TWICE.
      *
      *       THE EXCEPTIONS REPORT (CHGHRPT) LISTS:
      *          BSWG  BALANCE SWING ABOVE RULE_CONTROL
      *                BALANCE_SWING_LIMIT (10,000.00 IF NO ROW IS IN
      *                EFFECT)
      *          NMCL  NAME CHANGED ON A ROW NOW 'INVALID',
      *                'NOTICE' OR 'WRITEOFF' -- IN COLLECTIONS'
      *                HANDS OR IN THE NOTICE PERIOD BEFORE REFERRAL
      *          UNLD  ROW APPEARED WITH NO CUSTLOAD AUDIT ROW SINCE
      *                THE LAST CAPTURE
      *          UNCL  ROW VANISHED WITH NO CUSTCLOS AUDIT ROW SINCE
      *                THE LAST CAPTURE
      *       AND, AS CONTROL TOTALS, THE ROWS APPEARED/VANISHED NEXT
      *       TO THE 'LOAD' AND 'CLOS' RECONTOT TOTALS FOR TONIGHT'S
      *       PRE/POST WINDOW.  ANY EXCEPTION ENDS THE STEP RC=4; A
      *       DATABASE FAILURE ENDS IT RC=8.
      *
      *       THE FIRST RUN FINDS AN EMPTY SNAPSHOT, TAKES IT FROM
      *       CUSTOMER_DATA AND CAPTURES NOTHING -- THERE IS NO PRIOR
      *       NIGHT TO COMPARE WITH.
      *
      *    RUN SEQUENCE:
      *       NIGHTLY, AFTER CUSTRECN POST (SO TONIGHT'S LOAD AND
      *       CLOS RECORDS ARE ON RECONTOT) AND BEFORE CUSTTRND.
      *       REGISTERS STEP 'CHGHIST' ON RUN_CONTROL; THE START OF
      *       THE LAST COMPLETED CHGHIST STEP IS "THE PRIOR NIGHT"
      *       FOR THE CUSTLOAD/CUSTCLOS MATCHING.  CHANGES NO
      *       CUSTOMER_DATA ROW.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   BUSINESS DATE ON CHANGE_HISTORY AND
      *                        RUN_CONTROL IS NOW THE STREAM BUSINESS
      *                        DATE FROM STREAM_DATE, NOT CURRENT
      *                        DATE, SO A CAPTURE RUN AFTER MIDNIGHT
      *                        FILES UNDER THE NIGHT IT BELONGS TO.
      *       2026-10-15  JH   NMCL ALSO RAISED FOR A ROW ON 'NOTICE'.
      *                        HISTORY ROW AND SNAPSHOT CHANGE NOW MADE
      *                        UNDER ONE SAVEPOINT SO A SNAPSHOT
      *                        FAILURE CANNOT LEAVE A HISTORY ROW THAT
      *                        IS CAPTURED AGAIN THE NEXT NIGHT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCHGH.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECON-TOTALS-FILE ASSIGN TO RECONTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO CHGHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RECON-TOTALS-FILE
           RECORDING MODE IS F.
           COPY RECONREC.

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CG-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    CUSTOMER_DATA / CUSTOMER_SNAPSHOT HOST VARIABLES        *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-STATUS                      PIC X(10).
       01  WS-ROW-MAINT-TS                PIC X(26).
       77  WS-MAINT-TS-IND                PIC S9(04) COMP VALUE 0.

      *    SNAPSHOT SIDE OF THE OUTER JOIN -- NULL WHEN THE ROW IS
      *    NEW SINCE THE LAST CAPTURE, HENCE THE INDICATORS
       01  WS-PRIOR-NAME                  PIC X(30).
       01  WS-PRIOR-BALANCE               PIC S9(7)V99 COMP-3.
       77  WS-PRIOR-NAME-IND              PIC S9(04) COMP VALUE 0.
       77  WS-PRIOR-BAL-IND               PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    NAME_BALANCE_HIST ROW -- OLD SIDE NULL ON NEWR, NEW     *
      *    SIDE NULL ON GONE                                       *
      *-----------------------------------------------------------*
       01  WS-HIST-CHANGE-TYPE            PIC X(04).
           88  WS-HIST-NAME-CHANGE            VALUE 'NAME'.
           88  WS-HIST-BALANCE-CHANGE         VALUE 'BALN'.
           88  WS-HIST-BOTH-CHANGED           VALUE 'BOTH'.
           88  WS-HIST-ROW-APPEARED           VALUE 'NEWR'.
           88  WS-HIST-ROW-VANISHED           VALUE 'GONE'.
       01  WS-HIST-OLD-NAME               PIC X(30).
       01  WS-HIST-NEW-NAME               PIC X(30).
       01  WS-HIST-OLD-BALANCE            PIC S9(7)V99 COMP-3.
       01  WS-HIST-NEW-BALANCE            PIC S9(7)V99 COMP-3.
       77  WS-HIST-OLD-IND                PIC S9(04) COMP VALUE 0.
       77  WS-HIST-NEW-IND                PIC S9(04) COMP VALUE 0.

       01  WS-BUSINESS-DATE               PIC X(10).
       01  WS-RUN-TIMESTAMP               PIC X(26).

      *-----------------------------------------------------------*
      *    PRIOR CAPTURE -- START OF THE LAST COMPLETED CHGHIST    *
      *    STEP; THE LOW TIMESTAMP IF THIS IS THE FIRST ONE        *
      *-----------------------------------------------------------*
       01  WS-PRIOR-CAPTURE-TS            PIC X(26).
       77  WS-PRIOR-CAPTURE-IND           PIC S9(04) COMP VALUE 0.
       77  WS-SNAPSHOT-COUNT              PIC S9(09) COMP VALUE 0.
       77  WS-ACTIVITY-COUNT              PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    BALANCE SWING THRESHOLD -- RULE_CONTROL                 *
      *    BALANCE_SWING_LIMIT, BUILT-IN DEFAULT IF NO ROW IS IN   *
      *    EFFECT                                                  *
      *-----------------------------------------------------------*
       01  WS-SWING-LIMIT                 PIC S9(7)V99 COMP-3
                                          VALUE 10000.00.
       01  WS-SWING-AMOUNT                PIC S9(9)V99 COMP-3.

      *-----------------------------------------------------------*
      *    COMMIT INTERVAL -- SAME RULE_CONTROL ROW THE REST OF THE *
      *    STREAM RUNS ON; BUILT-IN DEFAULT IF NO ROW IS IN EFFECT  *
      *-----------------------------------------------------------*
       77  WS-RULE-COMMIT-INTERVAL        PIC S9(09) COMP VALUE 0.
       77  WS-COMMIT-INTERVAL             PIC 9(05) COMP VALUE 100.
       77  WS-ROWS-SINCE-COMMIT           PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    RECONTOT 'LOAD' AND 'CLOS' TOTALS FOR TONIGHT'S WINDOW  *
      *-----------------------------------------------------------*
       77  WS-RECON-LOAD-ROWS             PIC 9(09) COMP VALUE 0.
       77  WS-RECON-CLOS-ROWS             PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-CHANGED-FETCHED             PIC 9(09) COMP VALUE 0.
       77  WS-NAME-CHANGE-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-BAL-CHANGE-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-APPEARED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-VANISHED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-HIST-WRITTEN-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-SWING-EXCP-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-NAME-EXCP-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-UNLOAD-EXCP-COUNT           PIC 9(09) COMP VALUE 0.
       77  WS-UNCLOSE-EXCP-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-SQL-FAIL-COUNT              PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    EXCEPTION DETAIL LINE -- OLD/NEW VALUE COLUMNS CARRY    *
      *    THE NAMES OR THE EDITED BALANCES, WHICHEVER THE         *
      *    EXCEPTION IS ABOUT                                      *
      *-----------------------------------------------------------*
       01  WS-EXCP-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-CUST-ID              PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-EXCP-CODE            PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-STATUS               PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-OLD-VALUE            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-NEW-VALUE            PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-MESSAGE              PIC X(34).
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-EXCP-HEADER-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE 'EXCP'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'STATUS'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'OLD VALUE'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE 'NEW VALUE'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-AMOUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99-.

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
      *-----------------------------------------------------------*
       01  WS-CHANGED-DONE-SW             PIC X(01) VALUE 'N'.
           88  WS-CHANGED-DONE                        VALUE 'Y'.
       01  WS-VANISHED-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-VANISHED-DONE                       VALUE 'Y'.
       01  WS-BASELINE-RUN-SW             PIC X(01) VALUE 'N'.
           88  WS-BASELINE-RUN                        VALUE 'Y'.
       01  WS-RECON-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-RECON-EOF                           VALUE 'Y'.
       01  WS-HIST-WRITTEN-SW             PIC X(01) VALUE 'N'.
           88  WS-HIST-WRITTEN                        VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN_CONTROL WORK AREA -- STREAM-SEQUENCE REGISTRATION   *
      *-----------------------------------------------------------*
       01  WS-STEP-NAME                   PIC X(08) VALUE 'CHGHIST'.
       77  WS-STEP-RC                     PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RECON-FILE-STATUS       PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE                                            *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-CHANGED-ROW
               THRU 2000-EXIT
               UNTIL WS-CHANGED-DONE.

           PERFORM 3000-OPEN-VANISHED-CURSOR
               THRU 3000-EXIT.

           PERFORM 3100-PROCESS-VANISHED-ROW
               THRU 3100-EXIT
               UNTIL WS-VANISHED-DONE.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN FILES, REGISTER THE STEP, PICK    *
      *    UP THE THRESHOLD AND THE PRIOR CAPTURE, THEN EITHER TAKE  *
      *    THE FIRST SNAPSHOT OR OPEN THE CHANGED-ROW CURSOR         *
      *=============================================================*
       1000-INITIALIZE.

           OPEN INPUT RECON-TOTALS-FILE.

           IF WS-RECON-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTCHGH: OPEN FAILED FOR RECONTOT STATUS='
                       WS-RECON-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTCHGH: OPEN FAILED FOR CHGHRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-ROLL-UP-RECONTOT
               THRU 1100-EXIT
               UNTIL WS-RECON-EOF.

           CLOSE RECON-TOTALS-FILE.

      *    THE PRIOR CAPTURE IS READ BEFORE THIS RUN REGISTERS, SO
      *    TONIGHT'S OWN STARTED ROW IS NEVER MISTAKEN FOR IT
           EXEC SQL
              SELECT CHAR(MAX(START_TS))
              INTO :WS-PRIOR-CAPTURE-TS :WS-PRIOR-CAPTURE-IND
              FROM RUN_CONTROL
              WHERE STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'COMPLETE'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-PRIOR-CAPTURE-IND < 0
               MOVE '0001-01-01-00.00.00.000000'
                   TO WS-PRIOR-CAPTURE-TS
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
               DISPLAY 'CUSTCHGH: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

           EXEC SQL
              SELECT BALANCE_SWING_LIMIT, COMMIT_INTERVAL
              INTO :WS-SWING-LIMIT, :WS-RULE-COMMIT-INTERVAL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RULE-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           ELSE
               MOVE 10000.00 TO WS-SWING-LIMIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO CG-REPORT-LINE.
           MOVE 'CUSTCHGH NAME/BALANCE CHANGE EXCEPTIONS'
               TO CG-REPORT-LINE.
           WRITE CG-REPORT-LINE.

           MOVE SPACES TO CG-REPORT-LINE.
           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '   CHANGES SINCE: ' DELIMITED BY SIZE
                  WS-PRIOR-CAPTURE-TS DELIMITED BY SIZE
                  INTO CG-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE CG-REPORT-LINE.

           MOVE WS-SWING-LIMIT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CG-REPORT-LINE.
           STRING 'BALANCE SWING LIMIT: ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO CG-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE CG-REPORT-LINE.

           MOVE SPACES TO CG-REPORT-LINE.
           WRITE CG-REPORT-LINE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-SNAPSHOT-COUNT
              FROM CUSTOMER_SNAPSHOT
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: CUSTOMER_SNAPSHOT READ FAILED '
                       'SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               SET WS-CHANGED-DONE TO TRUE
               SET WS-VANISHED-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF WS-SNAPSHOT-COUNT = 0
               PERFORM 1500-TAKE-FIRST-SNAPSHOT
                   THRU 1500-EXIT
               GO TO 1000-EXIT
           END-IF.

           WRITE CG-REPORT-LINE FROM WS-EXCP-HEADER-LINE.

      *    ONLY ROWS THAT DIFFER FROM THE SNAPSHOT, OR HAVE NONE,
      *    COME BACK.  A ROW THIS PROGRAM BRINGS FORWARD NO LONGER
      *    QUALIFIES, SO THE SNAPSHOT CAN BE MAINTAINED UNDER THE
      *    OPEN CURSOR.
           EXEC SQL
              DECLARE H1 CURSOR WITH HOLD FOR
              SELECT C.CUST_ID, C.NAME, C.BALANCE, C.STATUS,
                     CHAR(C.LAST_MAINT_TS),
                     S.NAME, S.BALANCE
              FROM CUSTOMER_DATA C
                   LEFT OUTER JOIN CUSTOMER_SNAPSHOT S
                   ON S.CUST_ID = C.CUST_ID
              WHERE S.CUST_ID IS NULL
                 OR S.NAME <> C.NAME
                 OR S.BALANCE <> C.BALANCE
              ORDER BY C.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN H1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: OPEN H1 FAILED SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               SET WS-CHANGED-DONE TO TRUE
               SET WS-VANISHED-DONE TO TRUE
           END-IF.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1100-ROLL-UP-RECONTOT -- SUM THE ROWS INSERTED BY EVERY   *
      *    'LOAD' RECORD AND DELETED BY EVERY 'CLOS' RECORD          *
      *=============================================================*
       1100-ROLL-UP-RECONTOT.

           READ RECON-TOTALS-FILE
               AT END
                   SET WS-RECON-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF TR-PHASE-LOAD
               ADD TR-UPDATE-COUNT TO WS-RECON-LOAD-ROWS
           END-IF.

           IF TR-PHASE-CLOS
               ADD TR-UPDATE-COUNT TO WS-RECON-CLOS-ROWS
           END-IF.

           GO TO 1100-EXIT.

       1100-EXIT.
           EXIT.

      *=============================================================*
      *    1200-REGISTER-STEP-START -- 'STARTED' ROW SO CUSTSTAT     *
      *    SHOWS THE STEP WITH THE REST OF THE STREAM                *
      *=============================================================*
       1200-REGISTER-STEP-START.

           EXEC SQL
              INSERT INTO RUN_CONTROL
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, ' ')
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 1200-EXIT.

       1200-EXIT.
           EXIT.

      *=============================================================*
      *    1500-TAKE-FIRST-SNAPSHOT -- NOTHING TO COMPARE WITH YET:  *
      *    COPY CUSTOMER_DATA AND CAPTURE NO CHANGES TONIGHT         *
      *=============================================================*
       1500-TAKE-FIRST-SNAPSHOT.

           SET WS-BASELINE-RUN TO TRUE.
           SET WS-CHANGED-DONE TO TRUE.
           SET WS-VANISHED-DONE TO TRUE.

           EXEC SQL
              INSERT INTO CUSTOMER_SNAPSHOT
                 (CUST_ID, NAME, BALANCE, SNAPSHOT_TS)
              SELECT CUST_ID, NAME, BALANCE, :WS-RUN-TIMESTAMP
              FROM CUSTOMER_DATA
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: FIRST SNAPSHOT FAILED SQLCODE='
                       SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               EXEC SQL
                  ROLLBACK
               END-EXEC
               GO TO 1500-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE SPACES TO CG-REPORT-LINE.
           MOVE 'FIRST RUN -- SNAPSHOT TAKEN, NO CHANGES CAPTURED'
               TO CG-REPORT-LINE.
           WRITE CG-REPORT-LINE.

           GO TO 1500-EXIT.

       1500-EXIT.
           EXIT.

      *=============================================================*
      *    2000-PROCESS-CHANGED-ROW -- ONE ROW THAT DIFFERS FROM     *
      *    LAST NIGHT'S SNAPSHOT, OR HAS NONE                        *
      *=============================================================*
       2000-PROCESS-CHANGED-ROW.

           EXEC SQL
              FETCH H1 INTO
              :WS-CUST-ID,
              :WS-NAME,
              :WS-BALANCE,
              :WS-STATUS,
              :WS-ROW-MAINT-TS :WS-MAINT-TS-IND,
              :WS-PRIOR-NAME :WS-PRIOR-NAME-IND,
              :WS-PRIOR-BALANCE :WS-PRIOR-BAL-IND
           END-EXEC.

           IF SQLCODE = 100
               SET WS-CHANGED-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: FETCH H1 FAILED SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               SET WS-CHANGED-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CHANGED-FETCHED.

           IF WS-PRIOR-NAME-IND < 0
               PERFORM 2100-RECORD-APPEARED-ROW
                   THRU 2100-EXIT
           ELSE
               PERFORM 2200-RECORD-CHANGED-ROW
                   THRU 2200-EXIT
           END-IF.

           PERFORM 2900-COMMIT-CHECKPOINT
               THRU 2900-EXIT.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-RECORD-APPEARED-ROW -- NEWR HISTORY ROW, NEW         *
      *    SNAPSHOT ROW, AND AN UNLD EXCEPTION UNLESS CUSTLOAD       *
      *    AUDITED THE INSERT SINCE THE LAST CAPTURE                 *
      *=============================================================*
       2100-RECORD-APPEARED-ROW.

           SET WS-HIST-ROW-APPEARED TO TRUE.
           MOVE -1 TO WS-HIST-OLD-IND.
           MOVE 0 TO WS-HIST-NEW-IND.
           MOVE SPACES TO WS-HIST-OLD-NAME.
           MOVE 0 TO WS-HIST-OLD-BALANCE.
           MOVE WS-NAME TO WS-HIST-NEW-NAME.
           MOVE WS-BALANCE TO WS-HIST-NEW-BALANCE.

           EXEC SQL
              SAVEPOINT CHGH_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           PERFORM 4000-INSERT-HISTORY-ROW
               THRU 4000-EXIT.

           IF NOT WS-HIST-WRITTEN
               GO TO 2100-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO CUSTOMER_SNAPSHOT
                 (CUST_ID, NAME, BALANCE, SNAPSHOT_TS)
              VALUES
                 (:WS-CUST-ID, :WS-NAME, :WS-BALANCE,
                  :WS-RUN-TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 4900-REPORT-SQL-FAILURE
                   THRU 4900-EXIT
               EXEC SQL
                  ROLLBACK TO SAVEPOINT CHGH_ROW
               END-EXEC
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-APPEARED-COUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ACTIVITY-COUNT
              FROM AUDIT_TRAIL
              WHERE CUST_ID = :WS-CUST-ID
                AND CHANGE_SOURCE = 'CUSTLOAD'
                AND RUN_TIMESTAMP >= :WS-PRIOR-CAPTURE-TS
           END-EXEC.

           IF SQLCODE = 0 AND WS-ACTIVITY-COUNT > 0
               GO TO 2100-EXIT
           END-IF.

           MOVE 'UNLD' TO WS-XL-EXCP-CODE.
           MOVE SPACES TO WS-XL-OLD-VALUE.
           MOVE WS-NAME TO WS-XL-NEW-VALUE.
           MOVE 'APPEARED -- NO CUSTLOAD ACTIVITY'
               TO WS-XL-MESSAGE.
           PERFORM 5000-WRITE-EXCEPTION-LINE
               THRU 5000-EXIT.
           ADD 1 TO WS-UNLOAD-EXCP-COUNT.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2200-RECORD-CHANGED-ROW -- NAME/BALN/BOTH HISTORY ROW,    *
      *    SNAPSHOT BROUGHT FORWARD, BSWG AND NMCL TESTS             *
      *=============================================================*
       2200-RECORD-CHANGED-ROW.

           IF WS-NAME NOT = WS-PRIOR-NAME
               IF WS-BALANCE NOT = WS-PRIOR-BALANCE
                   SET WS-HIST-BOTH-CHANGED TO TRUE
               ELSE
                   SET WS-HIST-NAME-CHANGE TO TRUE
               END-IF
           ELSE
               SET WS-HIST-BALANCE-CHANGE TO TRUE
           END-IF.

           MOVE 0 TO WS-HIST-OLD-IND.
           MOVE 0 TO WS-HIST-NEW-IND.
           MOVE WS-PRIOR-NAME TO WS-HIST-OLD-NAME.
           MOVE WS-PRIOR-BALANCE TO WS-HIST-OLD-BALANCE.
           MOVE WS-NAME TO WS-HIST-NEW-NAME.
           MOVE WS-BALANCE TO WS-HIST-NEW-BALANCE.

           EXEC SQL
              SAVEPOINT CHGH_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           PERFORM 4000-INSERT-HISTORY-ROW
               THRU 4000-EXIT.

           IF NOT WS-HIST-WRITTEN
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
              UPDATE CUSTOMER_SNAPSHOT
              SET NAME        = :WS-NAME,
                  BALANCE     = :WS-BALANCE,
                  SNAPSHOT_TS = :WS-RUN-TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 4900-REPORT-SQL-FAILURE
                   THRU 4900-EXIT
               EXEC SQL
                  ROLLBACK TO SAVEPOINT CHGH_ROW
               END-EXEC
               GO TO 2200-EXIT
           END-IF.

           IF NOT WS-HIST-BALANCE-CHANGE
               ADD 1 TO WS-NAME-CHANGE-COUNT
               PERFORM 2300-CHECK-NAME-IN-COLLECTIONS
                   THRU 2300-EXIT
           END-IF.

           IF NOT WS-HIST-NAME-CHANGE
               ADD 1 TO WS-BAL-CHANGE-COUNT
               PERFORM 2400-CHECK-BALANCE-SWING
                   THRU 2400-EXIT
           END-IF.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    2300-CHECK-NAME-IN-COLLECTIONS -- A NAME CHANGE ON A ROW  *
      *    COLLECTIONS IS WORKING UNDER THE OLD NAME, OR ON A ROW    *
      *    IN ITS NOTICE PERIOD THAT WILL BE REFERRED UNDER IT       *
      *=============================================================*
       2300-CHECK-NAME-IN-COLLECTIONS.

           IF WS-STATUS NOT = 'INVALID'
              AND WS-STATUS NOT = 'NOTICE'
              AND WS-STATUS NOT = 'WRITEOFF'
               GO TO 2300-EXIT
           END-IF.

           MOVE 'NMCL' TO WS-XL-EXCP-CODE.
           MOVE WS-PRIOR-NAME TO WS-XL-OLD-VALUE.
           MOVE WS-NAME TO WS-XL-NEW-VALUE.
           MOVE 'NAME CHANGED WHILE IN COLLECTIONS'
               TO WS-XL-MESSAGE.
           PERFORM 5000-WRITE-EXCEPTION-LINE
               THRU 5000-EXIT.
           ADD 1 TO WS-NAME-EXCP-COUNT.

           GO TO 2300-EXIT.

       2300-EXIT.
           EXIT.

      *=============================================================*
      *    2400-CHECK-BALANCE-SWING -- MOVE IN EITHER DIRECTION      *
      *    ABOVE THE RULE_CONTROL LIMIT                              *
      *=============================================================*
       2400-CHECK-BALANCE-SWING.

           COMPUTE WS-SWING-AMOUNT = WS-BALANCE - WS-PRIOR-BALANCE.

           IF WS-SWING-AMOUNT < 0
               COMPUTE WS-SWING-AMOUNT = 0 - WS-SWING-AMOUNT
           END-IF.

           IF WS-SWING-AMOUNT NOT > WS-SWING-LIMIT
               GO TO 2400-EXIT
           END-IF.

           MOVE 'BSWG' TO WS-XL-EXCP-CODE.
           MOVE SPACES TO WS-XL-OLD-VALUE.
           MOVE WS-PRIOR-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-XL-OLD-VALUE.
           MOVE SPACES TO WS-XL-NEW-VALUE.
           MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-XL-NEW-VALUE.
           MOVE SPACES TO WS-XL-MESSAGE.
           MOVE WS-SWING-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING 'SWING ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-XL-MESSAGE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           PERFORM 5000-WRITE-EXCEPTION-LINE
               THRU 5000-EXIT.
           ADD 1 TO WS-SWING-EXCP-COUNT.

           GO TO 2400-EXIT.

       2400-EXIT.
           EXIT.

      *=============================================================*
      *    2900-COMMIT-CHECKPOINT -- HISTORY AND SNAPSHOT COMMIT     *
      *    TOGETHER, SO A RESTART NEVER CAPTURES A CHANGE TWICE      *
      *=============================================================*
       2900-COMMIT-CHECKPOINT.

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
      *    3000-OPEN-VANISHED-CURSOR -- SNAPSHOT ROWS WITH NO        *
      *    CUSTOMER_DATA ROW LEFT BEHIND THEM                        *
      *=============================================================*
       3000-OPEN-VANISHED-CURSOR.

           IF WS-VANISHED-DONE
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
              CLOSE H1
           END-EXEC.

           EXEC SQL
              DECLARE H2 CURSOR WITH HOLD FOR
              SELECT S.CUST_ID, S.NAME, S.BALANCE
              FROM CUSTOMER_SNAPSHOT S
              WHERE NOT EXISTS
                    (SELECT 1
                     FROM CUSTOMER_DATA C
                     WHERE C.CUST_ID = S.CUST_ID)
              ORDER BY S.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN H2
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: OPEN H2 FAILED SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               SET WS-VANISHED-DONE TO TRUE
           END-IF.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-PROCESS-VANISHED-ROW -- GONE HISTORY ROW, SNAPSHOT   *
      *    ROW DELETED, AND AN UNCL EXCEPTION UNLESS CUSTCLOS        *
      *    AUDITED THE CLOSURE SINCE THE LAST CAPTURE                *
      *=============================================================*
       3100-PROCESS-VANISHED-ROW.

           EXEC SQL
              FETCH H2 INTO
              :WS-CUST-ID,
              :WS-PRIOR-NAME,
              :WS-PRIOR-BALANCE
           END-EXEC.

           IF SQLCODE = 100
               SET WS-VANISHED-DONE TO TRUE
               EXEC SQL
                  CLOSE H2
               END-EXEC
               GO TO 3100-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTCHGH: FETCH H2 FAILED SQLCODE=' SQLCODE
               ADD 1 TO WS-SQL-FAIL-COUNT
               SET WS-VANISHED-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.

           SET WS-HIST-ROW-VANISHED TO TRUE.
           MOVE 0 TO WS-HIST-OLD-IND.
           MOVE -1 TO WS-HIST-NEW-IND.
           MOVE WS-PRIOR-NAME TO WS-HIST-OLD-NAME.
           MOVE WS-PRIOR-BALANCE TO WS-HIST-OLD-BALANCE.
           MOVE SPACES TO WS-HIST-NEW-NAME.
           MOVE 0 TO WS-HIST-NEW-BALANCE.
           MOVE -1 TO WS-MAINT-TS-IND.
           MOVE SPACES TO WS-STATUS.

           EXEC SQL
              SAVEPOINT CHGH_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           PERFORM 4000-INSERT-HISTORY-ROW
               THRU 4000-EXIT.

           IF NOT WS-HIST-WRITTEN
               GO TO 3100-EXIT
           END-IF.

           EXEC SQL
              DELETE FROM CUSTOMER_SNAPSHOT
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 4900-REPORT-SQL-FAILURE
                   THRU 4900-EXIT
               EXEC SQL
                  ROLLBACK TO SAVEPOINT CHGH_ROW
               END-EXEC
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-VANISHED-COUNT.

           PERFORM 2900-COMMIT-CHECKPOINT
               THRU 2900-EXIT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ACTIVITY-COUNT
              FROM AUDIT_TRAIL
              WHERE CUST_ID = :WS-CUST-ID
                AND CHANGE_SOURCE = 'CUSTCLOS'
                AND NEW_STATUS = 'CLOSED'
                AND RUN_TIMESTAMP >= :WS-PRIOR-CAPTURE-TS
           END-EXEC.

           IF SQLCODE = 0 AND WS-ACTIVITY-COUNT > 0
               GO TO 3100-EXIT
           END-IF.

           MOVE 'UNCL' TO WS-XL-EXCP-CODE.
           MOVE WS-PRIOR-NAME TO WS-XL-OLD-VALUE.
           MOVE SPACES TO WS-XL-NEW-VALUE.
           MOVE 'VANISHED -- NO CUSTCLOS ACTIVITY'
               TO WS-XL-MESSAGE.
           PERFORM 5000-WRITE-EXCEPTION-LINE
               THRU 5000-EXIT.
           ADD 1 TO WS-UNCLOSE-EXCP-COUNT.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    4000-INSERT-HISTORY-ROW -- ONE NAME_BALANCE_HIST ROW      *
      *    FROM THE WS-HIST- FIELDS.  ON FAILURE THE SNAPSHOT IS     *
      *    LEFT AS IT WAS SO TOMORROW'S RUN CAPTURES THE CHANGE.     *
      *=============================================================*
       4000-INSERT-HISTORY-ROW.

           MOVE 'N' TO WS-HIST-WRITTEN-SW.

           EXEC SQL
              INSERT INTO NAME_BALANCE_HIST
                 (CUST_ID, BUSINESS_DATE, CHANGE_TYPE,
                  OLD_NAME, NEW_NAME, OLD_BALANCE, NEW_BALANCE,
                  LAST_MAINT_TS, CAPTURE_TS)
              VALUES
                 (:WS-CUST-ID, :WS-BUSINESS-DATE,
                  :WS-HIST-CHANGE-TYPE,
                  :WS-HIST-OLD-NAME :WS-HIST-OLD-IND,
                  :WS-HIST-NEW-NAME :WS-HIST-NEW-IND,
                  :WS-HIST-OLD-BALANCE :WS-HIST-OLD-IND,
                  :WS-HIST-NEW-BALANCE :WS-HIST-NEW-IND,
                  :WS-ROW-MAINT-TS :WS-MAINT-TS-IND,
                  :WS-RUN-TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 4900-REPORT-SQL-FAILURE
                   THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET WS-HIST-WRITTEN TO TRUE.
           ADD 1 TO WS-HIST-WRITTEN-COUNT.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4900-REPORT-SQL-FAILURE -- ONE LINE PER FAILED STATEMENT  *
      *=============================================================*
       4900-REPORT-SQL-FAILURE.

           DISPLAY 'CUSTCHGH: SQL FAILURE CUST-ID=' WS-CUST-ID
                   ' SQLCODE=' SQLCODE.

           MOVE '****' TO WS-XL-EXCP-CODE.
           MOVE SPACES TO WS-XL-OLD-VALUE.
           MOVE SPACES TO WS-XL-NEW-VALUE.
           MOVE 'DATABASE FAILURE -- SEE SQLCODE'
               TO WS-XL-MESSAGE.
           PERFORM 5000-WRITE-EXCEPTION-LINE
               THRU 5000-EXIT.
           ADD 1 TO WS-SQL-FAIL-COUNT.

           GO TO 4900-EXIT.

       4900-EXIT.
           EXIT.

      *=============================================================*
      *    5000-WRITE-EXCEPTION-LINE                                *
      *=============================================================*
       5000-WRITE-EXCEPTION-LINE.

           MOVE WS-CUST-ID TO WS-XL-CUST-ID.
           MOVE WS-STATUS TO WS-XL-STATUS.
           WRITE CG-REPORT-LINE FROM WS-EXCP-LINE.

           GO TO 5000-EXIT.

       5000-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, CONTROL TOTALS, REGISTER THE     *
      *    STEP COMPLETE, CLOSE                                      *
      *=============================================================*
       8000-FINALIZE.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE SPACES TO CG-REPORT-LINE.
           WRITE CG-REPORT-LINE.

           MOVE 'CHANGED ROWS FETCHED:' TO WS-SUMMARY-LABEL.
           MOVE WS-CHANGED-FETCHED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NAME CHANGES:' TO WS-SUMMARY-LABEL.
           MOVE WS-NAME-CHANGE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BALANCE CHANGES:' TO WS-SUMMARY-LABEL.
           MOVE WS-BAL-CHANGE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'ROWS APPEARED:' TO WS-SUMMARY-LABEL.
           MOVE WS-APPEARED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE '  RECONTOT LOAD ROWS INSERTED:' TO WS-SUMMARY-LABEL.
           MOVE WS-RECON-LOAD-ROWS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'ROWS VANISHED:' TO WS-SUMMARY-LABEL.
           MOVE WS-VANISHED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE '  RECONTOT CLOS ROWS DELETED:' TO WS-SUMMARY-LABEL.
           MOVE WS-RECON-CLOS-ROWS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'HISTORY ROWS WRITTEN:' TO WS-SUMMARY-LABEL.
           MOVE WS-HIST-WRITTEN-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BSWG BALANCE SWINGS:' TO WS-SUMMARY-LABEL.
           MOVE WS-SWING-EXCP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NMCL NAME IN COLLECTIONS:' TO WS-SUMMARY-LABEL.
           MOVE WS-NAME-EXCP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'UNLD APPEARED WITHOUT LOAD:' TO WS-SUMMARY-LABEL.
           MOVE WS-UNLOAD-EXCP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'UNCL VANISHED WITHOUT CLOSE:' TO WS-SUMMARY-LABEL.
           MOVE WS-UNCLOSE-EXCP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SQL FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-SQL-FAIL-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           IF WS-SWING-EXCP-COUNT > 0
              OR WS-NAME-EXCP-COUNT > 0
              OR WS-UNLOAD-EXCP-COUNT > 0
              OR WS-UNCLOSE-EXCP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-SQL-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           CLOSE CHANGE-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS               *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO CG-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO CG-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE CG-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8400-REGISTER-STEP-END -- FLIP THE STARTED CHGHIST ROW    *
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
