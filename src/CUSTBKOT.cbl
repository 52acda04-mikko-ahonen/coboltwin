      *****************************************************************
      *
      *    PROGRAM:      CUSTBKOT
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       BACKS OUT ONE RUN'S STATUS AND SEGMENT CHANGES FROM
      *       AUDIT_TRAIL.  WHEN A BAD RULE SET OR A BAD IMS LOAD GETS
      *       THROUGH, CUSTPROC CAN MOVE THOUSANDS OF ROWS BEFORE ANYONE
      *       NOTICES, AND THE ONLY WAY BACK WAS A CINQ OVERRIDE PER
      *       CUSTOMER.  THE RUN IS IDENTIFIED BY ITS RUN_TIMESTAMP,
      *       WHICH EVERY AUDIT_TRAIL ROW IT WROTE CARRIES (IT IS ON
      *       THE RUN'S RECONTOT RECORD AND THE SQLERRLG/EXCPLOG
      *       RECORDS TOO).  EACH OF THE RUN'S ROWS IS PUT BACK TO THE
      *       OLD STATUS/SEGMENT THE RUN FOUND, WITH A NEW AUDIT_TRAIL
      *       ROW (CHANGE_SOURCE 'CUSTBKOT') CARRYING THE SIMULATING
      *       AND THE SIGNING-OFF USER AS REQUEST_USER/APPROVE_USER.
      *
      *       A LATER DECISION IS NEVER OVERWRITTEN.  A CUSTOMER IS
      *       SKIPPED, AND LISTED SEPARATELY ON BKOTSKIP, WHEN:
      *       - A LATER AUDIT_TRAIL ROW CHANGED THEIR STATUS OR
      *         SEGMENT (CINQ/CAPR, CUSTDISP, CUSTDORM, A LATER
      *         CUSTPROC -- ANYTHING), OR A LATER CAPR OVERRIDE WAS
      *         APPROVED ON THEM EVEN WITHOUT A CHANGE;
      *       - THE ROW IS NO LONGER ON THE STATUS/SEGMENT THE RUN
      *         LEFT IT ON, WHATEVER MOVED IT;
      *       - AN UNEXPIRED OVERRIDE HOLD IS ON THE ROW;
      *       - THE ROW HAS LEFT CUSTOMER_DATA.
      *       ROWS THE RUN INSERTED (CUSTLOAD), DELETED (CUSTCLOS) OR
      *       REMITTED TO THE STATE (CUSTESCH) CANNOT BE PUT BACK BY A
      *       STATUS CHANGE AND ARE LISTED AS NOT REVERSIBLE.
      *       HOUSEHOLD LINK ROWS (CUSTHHLD, CHHL) AND THE '*RULECTL*'
      *       AND '*ENTITLE*' KEYS ARE NOT CUSTOMER STATUS CHANGES AND
      *       ARE IGNORED ALTOGETHER.
      *
      *       DUAL CONTROL, ON THE BACKOUT_CONTROL TABLE (ONE ROW PER
      *       TARGET RUN), DRIVEN BY JCL PARM=:
      *       PARM='SIMULATE=<RUN_TIMESTAMP>' -- THE FULL PASS WITH NO
      *          UPDATES.  BKOTRPT SHOWS EVERY REVERSAL THAT WOULD BE
      *          MADE, BKOTSKIP EVERY CUSTOMER THAT WOULD BE SKIPPED.
      *          RECORDS THE SUBMITTING USER AND THE COUNTS AS
      *          'SIMULATED'.  RERUNNING IT CLEARS ANY SIGN-OFF GIVEN
      *          TO THE EARLIER SIMULATION.
      *       PARM='APPROVE=<RUN_TIMESTAMP>' -- THE SIGN-OFF.  MUST BE
      *          SUBMITTED BY A DIFFERENT USER FROM THE SIMULATION WHO
      *          HOLDS CAN_APR_OVERRIDE ON USER_ENTITLEMENT AT THE
      *          RULE_CONTROL HIGH_AUTH_LEVEL OR ABOVE (A MASS STATUS
      *          CHANGE IS AT LEAST AS SERIOUS AS ANY ONE OVERRIDE).
      *       PARM='LIVE=<RUN_TIMESTAMP>' -- THE REVERSAL.  REFUSED
      *          UNLESS THE RUN IS SIGNED OFF.  EVERY ROW IS RE-TESTED
      *          AS IT IS REVERSED, SO ANYTHING CHANGED SINCE THE
      *          SIMULATION IS STILL SKIPPED.  A RERUN AFTER AN ABEND
      *          IS SAFE: A ROW ALREADY REVERSED HAS A LATER CUSTBKOT
      *          AUDIT ROW AND IS SKIPPED.  THE RUN IS MARKED
      *          'APPLIED' AT THE END AND CANNOT BE BACKED OUT AGAIN.
      *
      *       THE LIVE PASS ALSO WRITES:
      *       - BKOTREV (BKOTREC LAYOUT), ONE RECORD PER CLCTFEED
      *         REFERRAL, DORMFEED LETTER OR NOTCFEED NOTICE THE RUN
      *         SENT FOR A CUSTOMER NOW REVERSED, SO THE RECEIVING
      *         SYSTEMS CAN WITHDRAW THEM;
      *       - A 'BKOT' RECORD ON RECONTOT, SO CUSTRECN AND CUSTTRND
      *         ACCOUNT FOR IT.  A BACK-OUT CHANGES NO ROW COUNT AND
      *         NO BALANCE.
      *       A NOTICE THE RUN ISSUED IS CANCELLED ('BKOT'); A NOTICE
      *       THE RUN RELEASED OR CURED IS REOPENED WHEN THE ROW GOES
      *       BACK TO 'NOTICE'.
      *
      *    RUN SEQUENCE:
      *       ON DEMAND, OUTSIDE THE NIGHTLY STREAM OR INSIDE ITS
      *       PRE/POST WINDOW.  REGISTERS STEP 'BACKOUT' (RUN_MODE
      *       SIMULATE, APPROVE OR LIVE) ON RUN_CONTROL.  THE DB2
      *       SEGMENT IS RESTORED; THE IMS SEGMENT IS LEFT FOR THE NEXT
      *       CUSTPROC RUN TO RESYNCHRONISE.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTBKOT.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKOTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT SKIP-LIST-FILE ASSIGN TO BKOTSKIP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-FILE-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO BKOTREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT RECON-TOTALS-FILE ASSIGN TO RECONTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F.
       01  BK-REPORT-LINE                 PIC X(132).

       FD  SKIP-LIST-FILE
           RECORDING MODE IS F.
       01  BK-SKIP-LINE                   PIC X(132).

       FD  REVERSAL-FILE
           RECORDING MODE IS F.
           COPY BKOTREC.

       FD  RECON-TOTALS-FILE
           RECORDING MODE IS F.
           COPY RECONREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    THE RUN BEING BACKED OUT, FROM JCL PARM=                *
      *-----------------------------------------------------------*
       01  WS-PARM-MODE                   PIC X(10) VALUE SPACES.
       01  WS-TARGET-RUN-TS               PIC X(26) VALUE SPACES.
       01  WS-TARGET-SOURCE               PIC X(10).
       01  WS-TARGET-SOURCE-HIGH          PIC X(10).
       77  WS-TARGET-ROW-COUNT            PIC S9(09) COMP VALUE 0.
       77  WS-TARGET-SOURCE-IND           PIC S9(04) COMP VALUE 0.
       77  WS-TARGET-HIGH-IND             PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    AUDIT_TRAIL ROW OF THE TARGET RUN -- WHAT IT FOUND AND  *
      *    WHAT IT LEFT                                            *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-RUN-OLD-STATUS              PIC X(10).
       01  WS-RUN-OLD-SEGMENT             PIC X(10).
       01  WS-RUN-NEW-STATUS              PIC X(10).
       01  WS-RUN-NEW-SEGMENT             PIC X(10).
       01  WS-RUN-SOURCE                  PIC X(10).
       77  WS-LATER-CHANGES               PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    THE ROW AS IT STANDS NOW -- ALL NULL WHEN IT HAS LEFT   *
      *    CUSTOMER_DATA (OUTER JOIN), HENCE INDICATORS            *
      *-----------------------------------------------------------*
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-CUR-STATUS                  PIC X(10).
       01  WS-CUR-SEGMENT                 PIC X(10).
       01  WS-OVERRIDE-FLAG               PIC X(01).
       01  WS-OVERRIDE-EXPIRY             PIC X(10).
       77  WS-NAME-IND                    PIC S9(04) COMP VALUE 0.
       77  WS-BALANCE-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-STATUS-IND                  PIC S9(04) COMP VALUE 0.
       77  WS-SEGMENT-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-OVR-FLAG-IND                PIC S9(04) COMP VALUE 0.
       77  WS-OVR-EXPIRY-IND              PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    LATEST LATER CHANGE, FOR THE SKIP LIST                  *
      *-----------------------------------------------------------*
       01  WS-LATER-SOURCE                PIC X(10).
       01  WS-LATER-TS                    PIC X(26).

      *-----------------------------------------------------------*
      *    BACKOUT_CONTROL ROW FOR THE TARGET RUN -- THE           *
      *    DUAL-CONTROL RECORD                                     *
      *-----------------------------------------------------------*
       01  WS-CTL-STATUS                  PIC X(10) VALUE SPACES.
       01  WS-CTL-SIM-USER                PIC X(08) VALUE SPACES.
       01  WS-CTL-SIM-TS                  PIC X(26) VALUE SPACES.
       01  WS-CTL-APPROVE-USER            PIC X(08) VALUE SPACES.
       77  WS-CTL-SIM-REVERSIBLE          PIC S9(09) COMP VALUE 0.
       77  WS-CTL-SIM-SKIPPED             PIC S9(09) COMP VALUE 0.
       77  WS-CTL-APPROVE-IND             PIC S9(04) COMP VALUE 0.
       77  WS-SKIPPED-TOTAL               PIC S9(09) COMP VALUE 0.
       77  WS-REVERSED-TOTAL              PIC S9(09) COMP VALUE 0.
       77  WS-FAILED-TOTAL                PIC S9(09) COMP VALUE 0.

       01  WS-CTL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-CTL-FOUND                           VALUE 'Y'.

      *-----------------------------------------------------------*
      *    SIGN-OFF CHECK -- THE SUBMITTING USER'S RIGHT AND LEVEL *
      *    FROM USER_ENTITLEMENT, AND THE LEVEL A MASS CHANGE      *
      *    NEEDS FROM RULE_CONTROL (BUILT-IN DEFAULT IF NO ROW IS  *
      *    IN EFFECT)                                              *
      *-----------------------------------------------------------*
       01  WS-BATCH-USER                  PIC X(08) VALUE SPACES.
       01  WS-ENTL-RIGHT                  PIC X(01).
       77  WS-ENTL-LEVEL                  PIC S9(04) COMP VALUE 0.
       77  WS-HIGH-AUTH-LEVEL             PIC S9(04) COMP VALUE 2.

      *-----------------------------------------------------------*
      *    AUDIT TRAIL WORK AREA                                   *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-BUSINESS-DATE               PIC X(10).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CUSTBKOT'.

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
       77  WS-ROWS-READ                   PIC 9(09) COMP VALUE 0.
       77  WS-UNCHANGED-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-REVERSED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-SKIP-LATER-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-SKIP-MOVED-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-SKIP-HELD-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-SKIP-GONE-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-NOT-REVERSIBLE-COUNT        PIC 9(09) COMP VALUE 0.
       77  WS-UPDATE-FAILED-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-WD-CLCT-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-DORM-COUNT               PIC 9(09) COMP VALUE 0.
       77  WS-WD-NOTC-COUNT               PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(32) VALUE 'NAME'.
           05  FILLER                     PIC X(22) VALUE
                                                  'RUN SET STATUS/SEG'.
           05  FILLER                     PIC X(22) VALUE
                                                  'BACK TO STATUS/SEG'.
           05  FILLER                     PIC X(40) VALUE 'OUTCOME'.

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RUN-STATUS          PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-RUN-SEGMENT         PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-STATUS          PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-OLD-SEGMENT         PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-MESSAGE             PIC X(40).

       01  WS-SKIP-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(22) VALUE
                                                  'RUN SET STATUS/SEG'.
           05  FILLER                     PIC X(22) VALUE
                                                  'NOW STATUS/SEG'.
           05  FILLER                     PIC X(36) VALUE 'REASON'.
           05  FILLER                     PIC X(38) VALUE
                                                  'LATEST LATER CHANGE'.

       01  WS-SKIP-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SKP-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SKP-RUN-STATUS          PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SKP-RUN-SEGMENT         PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SKP-CUR-STATUS          PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SKP-CUR-SEGMENT         PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SKP-REASON              PIC X(36).
           05  WS-SKP-LATER-SOURCE        PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SKP-LATER-TS            PIC X(26).

      *-----------------------------------------------------------*
      *    RUN-MODE SWITCH -- SET FROM JCL PARM=                   *
      *-----------------------------------------------------------*
       01  WS-RUN-MODE-SW                 PIC X(01) VALUE SPACE.
           88  WS-SIMULATE-RUN                        VALUE 'S'.
           88  WS-APPROVE-RUN                         VALUE 'A'.
           88  WS-LIVE-RUN                            VALUE 'L'.
           88  WS-RUN-MODE-INVALID                    VALUE SPACE.
       01  WS-RUN-MODE-TEXT               PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------*
      *    CURSOR END AND PER-ROW SWITCHES.  THE LOOP RUNS ON ITS  *
      *    OWN EOF SWITCH, NOT SQLCODE, SINCE EACH ROW ISSUES MORE *
      *    SQL AFTER ITS FETCH                                     *
      *-----------------------------------------------------------*
       01  WS-CURSOR-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CURSOR-EOF                          VALUE 'Y'.
       77  WS-FETCH-SQLCODE               PIC S9(09) COMP VALUE 0.
       01  WS-OVERRIDE-HELD-SW            PIC X(01) VALUE 'N'.
           88  WS-OVERRIDE-HELD                       VALUE 'Y'.
       01  WS-PASS-FILES-SW               PIC X(01) VALUE 'N'.
           88  WS-PASS-FILES-OPEN                     VALUE 'Y'.

      *-----------------------------------------------------------*
      *    RUN_CONTROL WORK AREA -- STREAM-SEQUENCE REGISTRATION   *
      *-----------------------------------------------------------*
       01  WS-STEP-NAME                   PIC X(08) VALUE 'BACKOUT'.
       77  WS-STEP-RC                     PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-SKIP-FILE-STATUS        PIC X(02).
           05  WS-REV-FILE-STATUS         PIC X(02).
           05  WS-RECON-FILE-STATUS       PIC X(02).

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(40).

       PROCEDURE DIVISION USING LK-PARM-AREA.

      *=============================================================*
      *    0000-MAINLINE                                             *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           EVALUATE TRUE
               WHEN WS-SIMULATE-RUN
                   PERFORM 2000-CHECK-SIMULATE-ALLOWED
                       THRU 2000-EXIT
                   PERFORM 1500-OPEN-PASS-FILES
                       THRU 1500-EXIT
                   PERFORM 3000-BACKOUT-PASS
                       THRU 3000-EXIT
                   PERFORM 4000-RECORD-SIMULATION
                       THRU 4000-EXIT
               WHEN WS-APPROVE-RUN
                   PERFORM 5000-SIGN-OFF
                       THRU 5000-EXIT
               WHEN OTHER
                   PERFORM 2100-CHECK-LIVE-ALLOWED
                       THRU 2100-EXIT
                   PERFORM 1500-OPEN-PASS-FILES
                       THRU 1500-EXIT
                   PERFORM 3000-BACKOUT-PASS
                       THRU 3000-EXIT
                   PERFORM 4200-RECORD-APPLIED
                       THRU 4200-EXIT
      *    A PASS THAT FAILED PART WAY LEAVES NO 'BKOT'
      *    TOTALS FOR CUSTRECN TO TAKE AS A FINISHED BACK-OUT
                   IF RETURN-CODE < 8
                       PERFORM 8300-WRITE-RECON-TOTALS
                           THRU 8300-EXIT
                   END-IF
           END-EVALUATE.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- DECODE PARM='SIMULATE=', 'APPROVE='    *
      *    OR 'LIVE=' FOLLOWED BY THE TARGET RUN_TIMESTAMP, OPEN THE *
      *    REPORT, REGISTER THE STEP, FIND THE TARGET RUN AND ITS    *
      *    BACKOUT_CONTROL ROW                                       *
      *=============================================================*
       1000-INITIALIZE.

           IF LK-PARM-LENGTH > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY '='
                   INTO WS-PARM-MODE WS-TARGET-RUN-TS
               END-UNSTRING
           END-IF.

           IF WS-TARGET-RUN-TS NOT = SPACES
               EVALUATE WS-PARM-MODE
                   WHEN 'SIMULATE'
                       SET WS-SIMULATE-RUN TO TRUE
                   WHEN 'APPROVE'
                       SET WS-APPROVE-RUN TO TRUE
                   WHEN 'LIVE'
                       SET WS-LIVE-RUN TO TRUE
               END-EVALUATE
           END-IF.

           MOVE WS-PARM-MODE TO WS-RUN-MODE-TEXT.

           OPEN OUTPUT BACKOUT-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTBKOT: OPEN FAILED FOR BKOTRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RUN-MODE-INVALID
               PERFORM 1900-ABEND-BAD-PARM
                   THRU 1900-EXIT
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
               DISPLAY 'CUSTBKOT: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE SUBMITTING USER IS THE JOB'S OWN AUTHORIZATION ID --
      *    NOTHING A PARM COULD CLAIM ON SOMEONE ELSE'S BEHALF
           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP), USER
              INTO :WS-RUN-TIMESTAMP, :WS-BATCH-USER
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           PERFORM 1200-REGISTER-STEP-START
               THRU 1200-EXIT.

           EXEC SQL
              SELECT COMMIT_INTERVAL, HIGH_AUTH_LEVEL
              INTO :WS-RULE-COMMIT-INTERVAL, :WS-HIGH-AUTH-LEVEL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RULE-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           ELSE
               MOVE 2 TO WS-HIGH-AUTH-LEVEL
           END-IF.

           MOVE SPACES TO BK-REPORT-LINE.
           STRING 'CUSTBKOT RUN BACK-OUT -- ' DELIMITED BY SIZE
                  WS-RUN-MODE-TEXT DELIMITED BY SPACE
                  ' -- BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' -- USER ' DELIMITED BY SIZE
                  WS-BATCH-USER DELIMITED BY SIZE
                  INTO BK-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-REPORT-LINE.

           PERFORM 1300-READ-TARGET-RUN
               THRU 1300-EXIT.

           PERFORM 1400-READ-CONTROL-ROW
               THRU 1400-EXIT.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1200-REGISTER-STEP-START -- 'STARTED' ROW SO CUSTSTAT     *
      *    SHOWS THE BACK-OUT NEXT TO THE STREAM IT CORRECTS         *
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
      *    1300-READ-TARGET-RUN -- THE RUN MUST HAVE LEFT CUSTOMER   *
      *    ROWS ON AUDIT_TRAIL.  A TIMESTAMP MISTYPED BY ONE DIGIT   *
      *    FINDS NOTHING AND IS REFUSED RATHER THAN REPORTED AS AN   *
      *    EMPTY BACK-OUT.                                           *
      *=============================================================*
       1300-READ-TARGET-RUN.

           EXEC SQL
              SELECT COUNT(*), MIN(CHANGE_SOURCE), MAX(CHANGE_SOURCE)
              INTO :WS-TARGET-ROW-COUNT,
                   :WS-TARGET-SOURCE      :WS-TARGET-SOURCE-IND,
                   :WS-TARGET-SOURCE-HIGH :WS-TARGET-HIGH-IND
              FROM AUDIT_TRAIL
              WHERE RUN_TIMESTAMP = :WS-TARGET-RUN-TS
                AND CHANGE_SOURCE NOT IN ('CUSTHHLD', 'CHHL')
                AND CUST_ID NOT IN ('*RULECTL*', '*ENTITLE*')
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-TARGET-ROW-COUNT = 0
               MOVE SPACES TO BK-REPORT-LINE
               STRING 'NO CUSTOMER ROWS ON AUDIT_TRAIL FOR RUN '
                          DELIMITED BY SIZE
                      WS-TARGET-RUN-TS DELIMITED BY SIZE
                      ' -- REFUSED' DELIMITED BY SIZE
                      INTO BK-REPORT-LINE
               END-STRING
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           IF WS-TARGET-SOURCE NOT = WS-TARGET-SOURCE-HIGH
               MOVE 'MIXED' TO WS-TARGET-SOURCE
           END-IF.

           MOVE SPACES TO BK-REPORT-LINE.
           STRING 'TARGET RUN: ' DELIMITED BY SIZE
                  WS-TARGET-RUN-TS DELIMITED BY SIZE
                  '   SOURCE: ' DELIMITED BY SIZE
                  WS-TARGET-SOURCE DELIMITED BY SIZE
                  INTO BK-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-REPORT-LINE.

           GO TO 1300-EXIT.

       1300-EXIT.
           EXIT.

      *=============================================================*
      *    1400-READ-CONTROL-ROW -- WHERE THE TARGET RUN STANDS:     *
      *    NO ROW (NEVER SIMULATED), SIMULATED, APPROVED OR APPLIED  *
      *=============================================================*
       1400-READ-CONTROL-ROW.

           MOVE 'N' TO WS-CTL-FOUND-SW.

           EXEC SQL
              SELECT CONTROL_STATUS, SIM_USER, CHAR(SIM_TS),
                     SIM_REVERSIBLE, SIM_SKIPPED, APPROVE_USER
              INTO :WS-CTL-STATUS, :WS-CTL-SIM-USER, :WS-CTL-SIM-TS,
                   :WS-CTL-SIM-REVERSIBLE, :WS-CTL-SIM-SKIPPED,
                   :WS-CTL-APPROVE-USER :WS-CTL-APPROVE-IND
              FROM BACKOUT_CONTROL
              WHERE TARGET_RUN_TS = :WS-TARGET-RUN-TS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET WS-CTL-FOUND TO TRUE
                   IF WS-CTL-APPROVE-IND < 0
                       MOVE SPACES TO WS-CTL-APPROVE-USER
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO BK-REPORT-LINE
                   MOVE 'BACKOUT_CONTROL LOOKUP FAILED -- REFUSED'
                       TO BK-REPORT-LINE
                   PERFORM 1950-REFUSE-STEP
                       THRU 1950-EXIT
           END-EVALUATE.

           GO TO 1400-EXIT.

       1400-EXIT.
           EXIT.

      *=============================================================*
      *    1500-OPEN-PASS-FILES -- THE SKIP LIST FOR BOTH PASSES;    *
      *    THE REVERSAL FILE FOR THE LIVE PASS ONLY, SO A SIMULATION *
      *    CAN NEVER SEND A WITHDRAWAL DOWNSTREAM                    *
      *=============================================================*
       1500-OPEN-PASS-FILES.

           OPEN OUTPUT SKIP-LIST-FILE.

           IF WS-SKIP-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTBKOT: OPEN FAILED FOR BKOTSKIP STATUS='
                       WS-SKIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-LIVE-RUN
               OPEN OUTPUT REVERSAL-FILE
               IF WS-REV-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTBKOT: OPEN FAILED FOR BKOTREV STATUS='
                           WS-REV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           SET WS-PASS-FILES-OPEN TO TRUE.

           MOVE SPACES TO BK-SKIP-LINE.
           STRING 'CUSTBKOT CUSTOMERS SKIPPED -- RUN ' DELIMITED BY SIZE
                  WS-TARGET-RUN-TS DELIMITED BY SIZE
                  ' -- ' DELIMITED BY SIZE
                  WS-RUN-MODE-TEXT DELIMITED BY SPACE
                  INTO BK-SKIP-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-SKIP-LINE.

           MOVE SPACES TO BK-SKIP-LINE.
           WRITE BK-SKIP-LINE.

           WRITE BK-SKIP-LINE FROM WS-SKIP-HEADING.

           MOVE SPACES TO BK-REPORT-LINE.
           WRITE BK-REPORT-LINE.

           WRITE BK-REPORT-LINE FROM WS-COLUMN-HEADING.

           GO TO 1500-EXIT.

       1500-EXIT.
           EXIT.

      *=============================================================*
      *    1900-ABEND-BAD-PARM -- NO MODE OR NO RUN_TIMESTAMP.       *
      *    GUESSING WHICH RUN TO UNDO IS NOT AN OPTION, SO THE STEP  *
      *    FAILS BEFORE TOUCHING ANYTHING.                           *
      *=============================================================*
       1900-ABEND-BAD-PARM.

           MOVE SPACES TO BK-REPORT-LINE.
           MOVE 'CUSTBKOT REQUIRES PARM=SIMULATE=, APPROVE= OR LIVE='
               TO BK-REPORT-LINE.
           WRITE BK-REPORT-LINE.

           MOVE SPACES TO BK-REPORT-LINE.
           MOVE 'FOLLOWED BY THE RUN_TIMESTAMP OF THE RUN TO BACK OUT'
               TO BK-REPORT-LINE.
           WRITE BK-REPORT-LINE.

           CLOSE BACKOUT-REPORT-FILE.

           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1900-EXIT.
           EXIT.

      *=============================================================*
      *    1950-REFUSE-STEP -- WRITE THE REASON ALREADY IN           *
      *    BK-REPORT-LINE, COMPLETE THE STEP'S RUN_CONTROL ROW WITH  *
      *    RC 16 SO CUSTSTAT SHOWS WHY, AND STOP.  ONLY EVER REACHED *
      *    BEFORE ANY CUSTOMER ROW IS TOUCHED.                       *
      *=============================================================*
       1950-REFUSE-STEP.

           WRITE BK-REPORT-LINE.

           EXEC SQL
              ROLLBACK
           END-EXEC.

           CLOSE BACKOUT-REPORT-FILE.

           MOVE 16 TO RETURN-CODE.
           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           STOP RUN.

       1950-EXIT.
           EXIT.

      *=============================================================*
      *    2000-CHECK-SIMULATE-ALLOWED -- ANYTHING SHORT OF APPLIED  *
      *    MAY BE SIMULATED (AGAIN).  A RUN ALREADY BACKED OUT IS    *
      *    DONE WITH.                                                *
      *=============================================================*
       2000-CHECK-SIMULATE-ALLOWED.

           IF WS-CTL-FOUND AND WS-CTL-STATUS = 'APPLIED'
               MOVE SPACES TO BK-REPORT-LINE
               MOVE 'RUN ALREADY BACKED OUT (APPLIED) -- REFUSED'
                   TO BK-REPORT-LINE
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-CHECK-LIVE-ALLOWED -- THE LIVE PASS NEEDS A SIGNED-  *
      *    OFF SIMULATION ON BACKOUT_CONTROL                         *
      *=============================================================*
       2100-CHECK-LIVE-ALLOWED.

           IF WS-CTL-FOUND AND WS-CTL-STATUS = 'APPROVED'
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO BK-REPORT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-CTL-FOUND
                   MOVE 'RUN NEVER SIMULATED -- LIVE REFUSED'
                       TO BK-REPORT-LINE
               WHEN WS-CTL-STATUS = 'APPLIED'
                   MOVE 'RUN ALREADY BACKED OUT (APPLIED) -- REFUSED'
                       TO BK-REPORT-LINE
               WHEN OTHER
                   MOVE 'SIMULATION NOT SIGNED OFF -- LIVE REFUSED'
                       TO BK-REPORT-LINE
           END-EVALUATE.

           PERFORM 1950-REFUSE-STEP
               THRU 1950-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    3000-BACKOUT-PASS -- EVERY CUSTOMER ROW THE TARGET RUN    *
      *    WROTE TO AUDIT_TRAIL, WITH THE ROW AS IT STANDS NOW (THE  *
      *    OUTER JOIN KEEPS A ROW SINCE CLOSED OUT) AND A COUNT OF   *
      *    LATER CHANGES TO IT.  A LATER ROW COUNTS WHEN IT CHANGED  *
      *    STATUS OR SEGMENT, OR RECORDS AN APPROVED CAPR OVERRIDE;  *
      *    A LATER NIGHTLY PASS THAT LEFT THE ROW AS IT WAS DOES NOT *
      *    BLOCK THE BACK-OUT.  HOUSEHOLD LINK ROWS NEVER COUNT.     *
      *=============================================================*
       3000-BACKOUT-PASS.

           EXEC SQL
              DECLARE B1 CURSOR WITH HOLD FOR
              SELECT A.CUST_ID,
                     A.OLD_STATUS, A.OLD_SEGMENT,
                     A.NEW_STATUS, A.NEW_SEGMENT,
                     A.CHANGE_SOURCE,
                     C.NAME, C.BALANCE, C.STATUS, C.SEGMENT,
                     C.OVERRIDE_FLAG, CHAR(C.OVERRIDE_EXPIRY, ISO),
                     (SELECT COUNT(*)
                        FROM AUDIT_TRAIL L
                       WHERE L.CUST_ID = A.CUST_ID
                         AND L.RUN_TIMESTAMP > A.RUN_TIMESTAMP
                         AND L.CHANGE_SOURCE NOT IN ('CUSTHHLD', 'CHHL')
                         AND (L.OLD_STATUS <> L.NEW_STATUS
                              OR L.OLD_SEGMENT <> L.NEW_SEGMENT
                              OR L.CHANGE_SOURCE = 'CAPR'))
              FROM AUDIT_TRAIL A
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = A.CUST_ID
              WHERE A.RUN_TIMESTAMP = :WS-TARGET-RUN-TS
                AND A.CHANGE_SOURCE NOT IN ('CUSTHHLD', 'CHHL')
                AND A.CUST_ID NOT IN ('*RULECTL*', '*ENTITLE*')
              ORDER BY A.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN B1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTBKOT: OPEN OF AUDIT CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF-SW.

           PERFORM 3100-PROCESS-AUDIT-ROW
               THRU 3100-EXIT
               UNTIL WS-CURSOR-EOF.

           IF WS-FETCH-SQLCODE NOT = 100
               DISPLAY 'CUSTBKOT: FETCH FROM AUDIT CURSOR FAILED '
                       'SQLCODE=' WS-FETCH-SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE B1
           END-EXEC.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-PROCESS-AUDIT-ROW -- ONE OF THE RUN'S ROWS PER PASS. *
      *    EVERY REASON TO LEAVE THE CUSTOMER ALONE IS TESTED BEFORE *
      *    ANYTHING IS CHANGED.                                      *
      *=============================================================*
       3100-PROCESS-AUDIT-ROW.

           EXEC SQL
              FETCH B1 INTO
              :WS-CUST-ID,
              :WS-RUN-OLD-STATUS,
              :WS-RUN-OLD-SEGMENT,
              :WS-RUN-NEW-STATUS,
              :WS-RUN-NEW-SEGMENT,
              :WS-RUN-SOURCE,
              :WS-NAME            :WS-NAME-IND,
              :WS-BALANCE         :WS-BALANCE-IND,
              :WS-CUR-STATUS      :WS-STATUS-IND,
              :WS-CUR-SEGMENT     :WS-SEGMENT-IND,
              :WS-OVERRIDE-FLAG   :WS-OVR-FLAG-IND,
              :WS-OVERRIDE-EXPIRY :WS-OVR-EXPIRY-IND,
              :WS-LATER-CHANGES
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-FETCH-SQLCODE
               SET WS-CURSOR-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-READ.

      *    THE RUN TOUCHED THE ROW BUT CHANGED NOTHING -- NOTHING
      *    TO PUT BACK
           IF WS-RUN-OLD-STATUS = WS-RUN-NEW-STATUS
              AND WS-RUN-OLD-SEGMENT = WS-RUN-NEW-SEGMENT
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3100-EXIT
           END-IF.

           IF WS-RUN-SOURCE = 'CUSTLOAD' OR 'CUSTCLOS' OR 'CUSTESCH'
               MOVE 'NOT REVERSIBLE -- INS/DEL/REMIT'
                   TO WS-SKP-REASON
               ADD 1 TO WS-NOT-REVERSIBLE-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-STATUS-IND < 0
               MOVE 'ROW NO LONGER ON CUSTOMER_DATA'
                   TO WS-SKP-REASON
               ADD 1 TO WS-SKIP-GONE-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-LATER-CHANGES > 0
               MOVE 'CHANGED AGAIN SINCE THE RUN'
                   TO WS-SKP-REASON
               ADD 1 TO WS-SKIP-LATER-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-CUR-STATUS NOT = WS-RUN-NEW-STATUS
              OR WS-SEGMENT-IND < 0
              OR WS-CUR-SEGMENT NOT = WS-RUN-NEW-SEGMENT
               MOVE 'ROW NO LONGER AS THE RUN LEFT IT'
                   TO WS-SKP-REASON
               ADD 1 TO WS-SKIP-MOVED-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3150-CHECK-OVERRIDE-HOLD
               THRU 3150-EXIT.

           IF WS-OVERRIDE-HELD
               MOVE 'HELD BY UNEXPIRED OVERRIDE'
                   TO WS-SKP-REASON
               ADD 1 TO WS-SKIP-HELD-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF WS-SIMULATE-RUN
               ADD 1 TO WS-REVERSED-COUNT
               PERFORM 3400-WITHDRAW-DOWNSTREAM
                   THRU 3400-EXIT
               MOVE 'WOULD BE REVERSED' TO WS-DTL-MESSAGE
               PERFORM 3500-WRITE-DETAIL-LINE
                   THRU 3500-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-REVERSE-ROW
               THRU 3200-EXIT.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3150-CHECK-OVERRIDE-HOLD -- SAME TEST THE REST OF THE     *
      *    STREAM APPLIES: FLAG 'Y' WITH AN EXPIRY ON OR AFTER       *
      *    TODAY MEANS THE ANALYST'S DECISION STANDS                 *
      *=============================================================*
       3150-CHECK-OVERRIDE-HOLD.

           MOVE 'N' TO WS-OVERRIDE-HELD-SW.

           IF WS-OVR-FLAG-IND >= 0 AND WS-OVERRIDE-FLAG = 'Y'
              AND WS-OVR-EXPIRY-IND >= 0
              AND WS-OVERRIDE-EXPIRY >= WS-BUSINESS-DATE
               SET WS-OVERRIDE-HELD TO TRUE
           END-IF.

           GO TO 3150-EXIT.

       3150-EXIT.
           EXIT.

      *=============================================================*
      *    3200-REVERSE-ROW -- PUT THE ROW BACK, WRITE THE REVERSAL  *
      *    AUDIT ROW AND SET ANY NOTICE STRAIGHT, ALL AS ONE UNIT    *
      *    UNDER A SAVEPOINT.  THE UPDATE RE-TESTS THE STATUS AND    *
      *    SEGMENT THE RUN LEFT, SO A ROW MOVED SINCE THE FETCH IS   *
      *    SKIPPED RATHER THAN OVERWRITTEN.  THE SAME UPDATE LEAVES  *
      *    THE OVERRIDE COLUMNS AND LAST_MAINT_TS ALONE.             *
      *=============================================================*
       3200-REVERSE-ROW.

           EXEC SQL
              SAVEPOINT BKOT_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           EXEC SQL
              UPDATE CUSTOMER_DATA
              SET STATUS  = :WS-RUN-OLD-STATUS,
                  SEGMENT = :WS-RUN-OLD-SEGMENT
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS  = :WS-RUN-NEW-STATUS
                AND SEGMENT = :WS-RUN-NEW-SEGMENT
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'ROW NO LONGER AS THE RUN LEFT IT'
                   TO WS-SKP-REASON
               ADD 1 TO WS-SKIP-MOVED-COUNT
               PERFORM 3600-LIST-SKIP
                   THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'UPDATE FAILED -- NOT REVERSED'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           EXEC SQL
              INSERT INTO AUDIT_TRAIL
                 (CUST_ID, OLD_STATUS, OLD_SEGMENT,
                  NEW_STATUS, NEW_SEGMENT, RUN_TIMESTAMP,
                  CHANGE_SOURCE, REQUEST_USER, APPROVE_USER)
              VALUES
                 (:WS-CUST-ID, :WS-RUN-NEW-STATUS, :WS-RUN-NEW-SEGMENT,
                  :WS-RUN-OLD-STATUS, :WS-RUN-OLD-SEGMENT,
                  :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE,
                  :WS-CTL-SIM-USER, :WS-CTL-APPROVE-USER)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'AUDIT INSERT FAILED -- NOT REVERSED'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           PERFORM 3300-RESTORE-NOTICE
               THRU 3300-EXIT.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'NOTICE UPDATE FAILED -- NOT REVERSED'
                   TO WS-DTL-MESSAGE
               GO TO 3290-UNDO-ROW
           END-IF.

           ADD 1 TO WS-REVERSED-COUNT.

           PERFORM 3400-WITHDRAW-DOWNSTREAM
               THRU 3400-EXIT.

           MOVE 'REVERSED' TO WS-DTL-MESSAGE.
           PERFORM 3500-WRITE-DETAIL-LINE
               THRU 3500-EXIT.

           PERFORM 3900-COUNT-FOR-COMMIT
               THRU 3900-EXIT.

           GO TO 3200-EXIT.

       3290-UNDO-ROW.

           EXEC SQL
              ROLLBACK TO SAVEPOINT BKOT_ROW
           END-EXEC.

           PERFORM 3500-WRITE-DETAIL-LINE
               THRU 3500-EXIT.
           ADD 1 TO WS-UPDATE-FAILED-COUNT.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3300-RESTORE-NOTICE -- KEEP CUSTOMER_NOTICE IN STEP WITH  *
      *    THE REVERSED ROW.  A NOTICE THE RUN ISSUED (NOTICE_TS IS  *
      *    THE RUN'S TIMESTAMP) IS CANCELLED 'BKOT'; A NOTICE THE    *
      *    RUN RELEASED OR CURED (CLOSE_TS IS THE RUN'S TIMESTAMP)   *
      *    IS REOPENED WHEN THE ROW GOES BACK TO 'NOTICE', WITH ITS  *
      *    ORIGINAL CURE-END DATE.  NO SUCH NOTICE LEAVES SQLCODE AT *
      *    +100, WHICH IS NOT AN ERROR.                              *
      *=============================================================*
       3300-RESTORE-NOTICE.

           MOVE 0 TO SQLCODE.

           IF WS-RUN-NEW-STATUS = 'NOTICE'
               EXEC SQL
                  UPDATE CUSTOMER_NOTICE
                  SET NOTICE_STATUS = 'CANCELLED',
                      CLOSE_TS = :WS-RUN-TIMESTAMP,
                      CLOSE_REASON = 'BKOT'
                  WHERE CUST_ID = :WS-CUST-ID
                    AND NOTICE_STATUS = 'OPEN'
                    AND NOTICE_TS = :WS-TARGET-RUN-TS
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               GO TO 3300-EXIT
           END-IF.

           IF WS-RUN-OLD-STATUS = 'NOTICE'
               EXEC SQL
                  UPDATE CUSTOMER_NOTICE
                  SET NOTICE_STATUS = 'OPEN',
                      CLOSE_TS = NULL,
                      CLOSE_REASON = NULL
                  WHERE CUST_ID = :WS-CUST-ID
                    AND NOTICE_STATUS IN ('RELEASED', 'CANCELLED')
                    AND CLOSE_TS = :WS-TARGET-RUN-TS
               END-EXEC
           END-IF.

           GO TO 3300-EXIT.

       3300-EXIT.
           EXIT.

      *=============================================================*
      *    3400-WITHDRAW-DOWNSTREAM -- WHAT THE REVERSED CHANGE HAD  *
      *    SENT OUT: A COLLECTIONS REFERRAL WHEN CUSTPROC/CUSTREPR   *
      *    NEWLY PUT THE ROW ON 'INVALID', A NOTICE LETTER WHEN THEY *
      *    PUT IT ON 'NOTICE', A DORMANCY LETTER WHEN CUSTDORM PUT   *
      *    IT ON 'DORMANT'.  COUNTED ON BOTH PASSES, WRITTEN TO      *
      *    BKOTREV ON THE LIVE PASS ONLY.                            *
      *=============================================================*
       3400-WITHDRAW-DOWNSTREAM.

           MOVE SPACES TO BR-FEED-NAME.

           IF WS-RUN-SOURCE = 'CUSTPROC' OR 'CUSTREPR'
               IF WS-RUN-NEW-STATUS = 'INVALID'
                  AND WS-RUN-OLD-STATUS NOT = 'INVALID'
                   MOVE 'CLCTFEED' TO BR-FEED-NAME
                   ADD 1 TO WS-WD-CLCT-COUNT
               END-IF
               IF WS-RUN-NEW-STATUS = 'NOTICE'
                   MOVE 'NOTCFEED' TO BR-FEED-NAME
                   ADD 1 TO WS-WD-NOTC-COUNT
               END-IF
           END-IF.

           IF WS-RUN-SOURCE = 'CUSTDORM'
              AND WS-RUN-NEW-STATUS = 'DORMANT'
               MOVE 'DORMFEED' TO BR-FEED-NAME
               ADD 1 TO WS-WD-DORM-COUNT
           END-IF.

           IF BR-FEED-NAME = SPACES OR NOT WS-LIVE-RUN
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-CUST-ID         TO BR-CUST-ID.
           MOVE WS-NAME            TO BR-NAME.
           MOVE WS-BALANCE         TO BR-BALANCE.
           MOVE WS-RUN-NEW-STATUS  TO BR-RUN-STATUS.
           MOVE WS-RUN-OLD-STATUS  TO BR-RESTORED-STATUS.
           MOVE WS-TARGET-RUN-TS   TO BR-ORIG-RUN-TS.
           MOVE WS-RUN-TIMESTAMP   TO BR-REVERSAL-TS.
           WRITE BR-REVERSAL-RECORD.

           GO TO 3400-EXIT.

       3400-EXIT.
           EXIT.

      *=============================================================*
      *    3500-WRITE-DETAIL-LINE -- ONE BKOTRPT LINE PER REVERSAL   *
      *    (MADE, WOULD BE MADE, OR FAILED), WITH THE OUTCOME        *
      *    ALREADY IN WS-DTL-MESSAGE                                 *
      *=============================================================*
       3500-WRITE-DETAIL-LINE.

           MOVE WS-CUST-ID          TO WS-DTL-CUST-ID.
           MOVE WS-NAME             TO WS-DTL-NAME.
           MOVE WS-RUN-NEW-STATUS   TO WS-DTL-RUN-STATUS.
           MOVE WS-RUN-NEW-SEGMENT  TO WS-DTL-RUN-SEGMENT.
           MOVE WS-RUN-OLD-STATUS   TO WS-DTL-OLD-STATUS.
           MOVE WS-RUN-OLD-SEGMENT  TO WS-DTL-OLD-SEGMENT.

           WRITE BK-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 3500-EXIT.

       3500-EXIT.
           EXIT.

      *=============================================================*
      *    3600-LIST-SKIP -- ONE BKOTSKIP LINE PER CUSTOMER LEFT     *
      *    ALONE, REASON ALREADY IN WS-SKP-REASON, WITH THE LATEST   *
      *    LATER CHANGE (WHO AND WHEN) SO THE ANALYST CAN SEE WHICH  *
      *    DECISION WAS PROTECTED                                    *
      *=============================================================*
       3600-LIST-SKIP.

           MOVE WS-CUST-ID          TO WS-SKP-CUST-ID.
           MOVE WS-RUN-NEW-STATUS   TO WS-SKP-RUN-STATUS.
           MOVE WS-RUN-NEW-SEGMENT  TO WS-SKP-RUN-SEGMENT.
           MOVE SPACES              TO WS-SKP-LATER-SOURCE
                                       WS-SKP-LATER-TS.

           IF WS-STATUS-IND < 0
               MOVE '(GONE)' TO WS-SKP-CUR-STATUS
               MOVE SPACES   TO WS-SKP-CUR-SEGMENT
           ELSE
               MOVE WS-CUR-STATUS  TO WS-SKP-CUR-STATUS
               MOVE WS-CUR-SEGMENT TO WS-SKP-CUR-SEGMENT
           END-IF.

           EXEC SQL
              SELECT CHANGE_SOURCE, CHAR(RUN_TIMESTAMP)
              INTO :WS-LATER-SOURCE, :WS-LATER-TS
              FROM AUDIT_TRAIL
              WHERE CUST_ID = :WS-CUST-ID
                AND RUN_TIMESTAMP > :WS-TARGET-RUN-TS
                AND CHANGE_SOURCE NOT IN ('CUSTHHLD', 'CHHL')
              ORDER BY RUN_TIMESTAMP DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-LATER-SOURCE TO WS-SKP-LATER-SOURCE
               MOVE WS-LATER-TS     TO WS-SKP-LATER-TS
           END-IF.

           WRITE BK-SKIP-LINE FROM WS-SKIP-DETAIL.

           GO TO 3600-EXIT.

       3600-EXIT.
           EXIT.

      *=============================================================*
      *    3900-COUNT-FOR-COMMIT -- COMMIT EVERY COMMIT_INTERVAL     *
      *    ROWS REVERSED; THE CURSOR IS WITH HOLD                    *
      *=============================================================*
       3900-COUNT-FOR-COMMIT.

           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

           GO TO 3900-EXIT.

       3900-EXIT.
           EXIT.

      *=============================================================*
      *    4000-RECORD-SIMULATION -- FILE THIS SIMULATION AS THE ONE *
      *    A SIGN-OFF WILL BE GIVEN AGAINST.  A SIGN-OFF ON AN       *
      *    EARLIER SIMULATION IS CLEARED: THE APPROVER MUST SEE THE  *
      *    FIGURES THE LIVE PASS WILL ACT ON.                        *
      *=============================================================*
       4000-RECORD-SIMULATION.

           PERFORM 4900-TOTAL-SKIPS
               THRU 4900-EXIT.

           EXEC SQL
              UPDATE BACKOUT_CONTROL
              SET CONTROL_STATUS = 'SIMULATED',
                  TARGET_SOURCE  = :WS-TARGET-SOURCE,
                  SIM_TS         = :WS-RUN-TIMESTAMP,
                  SIM_USER       = :WS-BATCH-USER,
                  SIM_REVERSIBLE = :WS-REVERSED-TOTAL,
                  SIM_SKIPPED    = :WS-SKIPPED-TOTAL,
                  APPROVE_USER   = NULL,
                  APPROVE_TS     = NULL
              WHERE TARGET_RUN_TS = :WS-TARGET-RUN-TS
                AND CONTROL_STATUS <> 'APPLIED'
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                  INSERT INTO BACKOUT_CONTROL
                     (TARGET_RUN_TS, TARGET_SOURCE, CONTROL_STATUS,
                      SIM_TS, SIM_USER, SIM_REVERSIBLE, SIM_SKIPPED)
                  VALUES
                     (:WS-TARGET-RUN-TS, :WS-TARGET-SOURCE,
                      'SIMULATED', :WS-RUN-TIMESTAMP, :WS-BATCH-USER,
                      :WS-REVERSED-TOTAL, :WS-SKIPPED-TOTAL)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTBKOT: BACKOUT_CONTROL UPDATE FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               GO TO 4000-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4200-RECORD-APPLIED -- THE RUN IS BACKED OUT.  APPLIED    *
      *    EVEN WITH FAILURES: THE FAILED ROWS ARE ON THE REPORT FOR *
      *    A CINQ OVERRIDE, AND A SECOND LIVE PASS WOULD NEED A NEW  *
      *    SIMULATION AND SIGN-OFF IN ANY CASE.                      *
      *=============================================================*
       4200-RECORD-APPLIED.

      *    A PASS THAT NEVER GOT THROUGH THE AUDIT CURSOR STAYS
      *    APPROVED SO THE LIVE STEP CAN SIMPLY BE RESUBMITTED
           IF RETURN-CODE >= 8
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4900-TOTAL-SKIPS
               THRU 4900-EXIT.

           MOVE WS-UPDATE-FAILED-COUNT TO WS-FAILED-TOTAL.

           EXEC SQL
              UPDATE BACKOUT_CONTROL
              SET CONTROL_STATUS = 'APPLIED',
                  LIVE_TS        = :WS-RUN-TIMESTAMP,
                  LIVE_USER      = :WS-BATCH-USER,
                  LIVE_REVERSED  = :WS-REVERSED-TOTAL,
                  LIVE_SKIPPED   = :WS-SKIPPED-TOTAL,
                  LIVE_FAILED    = :WS-FAILED-TOTAL
              WHERE TARGET_RUN_TS = :WS-TARGET-RUN-TS
                AND CONTROL_STATUS = 'APPROVED'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTBKOT: BACKOUT_CONTROL UPDATE FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           GO TO 4200-EXIT.

       4200-EXIT.
           EXIT.

      *=============================================================*
      *    4900-TOTAL-SKIPS -- HOST-VARIABLE TOTALS FOR THE CONTROL  *
      *    ROW                                                       *
      *=============================================================*
       4900-TOTAL-SKIPS.

           COMPUTE WS-SKIPPED-TOTAL =
               WS-SKIP-LATER-COUNT + WS-SKIP-MOVED-COUNT
               + WS-SKIP-HELD-COUNT + WS-SKIP-GONE-COUNT
               + WS-NOT-REVERSIBLE-COUNT.

           MOVE WS-REVERSED-COUNT TO WS-REVERSED-TOTAL.

           GO TO 4900-EXIT.

       4900-EXIT.
           EXIT.

      *=============================================================*
      *    5000-SIGN-OFF -- THE SECOND PAIR OF EYES.  ONLY A RUN     *
      *    STANDING SIMULATED CAN BE SIGNED OFF, NOT BY THE USER WHO *
      *    SIMULATED IT, AND ONLY BY A USER WITH CAN_APR_OVERRIDE AT *
      *    HIGH_AUTH_LEVEL OR ABOVE.  THE SIMULATION'S FIGURES GO ON *
      *    THE REPORT AS THE RECORD OF WHAT WAS SIGNED FOR.          *
      *=============================================================*
       5000-SIGN-OFF.

           MOVE SPACES TO BK-REPORT-LINE.

           IF NOT WS-CTL-FOUND
               MOVE 'RUN NEVER SIMULATED -- SIGN-OFF REFUSED'
                   TO BK-REPORT-LINE
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           IF WS-CTL-STATUS NOT = 'SIMULATED'
               STRING 'RUN STANDS ' DELIMITED BY SIZE
                      WS-CTL-STATUS DELIMITED BY SPACE
                      ' -- SIGN-OFF REFUSED' DELIMITED BY SIZE
                      INTO BK-REPORT-LINE
               END-STRING
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           IF WS-BATCH-USER = WS-CTL-SIM-USER
               MOVE 'SIGN-OFF MUST COME FROM A DIFFERENT USER'
                   TO BK-REPORT-LINE
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           PERFORM 5100-CHECK-ENTITLEMENT
               THRU 5100-EXIT.

           EXEC SQL
              UPDATE BACKOUT_CONTROL
              SET CONTROL_STATUS = 'APPROVED',
                  APPROVE_USER   = :WS-BATCH-USER,
                  APPROVE_TS     = :WS-RUN-TIMESTAMP
              WHERE TARGET_RUN_TS = :WS-TARGET-RUN-TS
                AND CONTROL_STATUS = 'SIMULATED'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'BACKOUT_CONTROL UPDATE FAILED -- NOT SIGNED OFF'
                   TO BK-REPORT-LINE
               PERFORM 1950-REFUSE-STEP
                   THRU 1950-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE SPACES TO BK-REPORT-LINE.
           STRING 'SIMULATED BY ' DELIMITED BY SIZE
                  WS-CTL-SIM-USER DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  WS-CTL-SIM-TS DELIMITED BY SIZE
                  INTO BK-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-REPORT-LINE.

           MOVE 'REVERSALS SIGNED FOR:' TO WS-SUMMARY-LABEL.
           MOVE WS-CTL-SIM-REVERSIBLE TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SKIPS SIGNED FOR:' TO WS-SUMMARY-LABEL.
           MOVE WS-CTL-SIM-SKIPPED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE SPACES TO BK-REPORT-LINE.
           STRING 'SIGNED OFF BY ' DELIMITED BY SIZE
                  WS-BATCH-USER DELIMITED BY SIZE
                  ' -- LIVE PASS MAY NOW RUN' DELIMITED BY SIZE
                  INTO BK-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-REPORT-LINE.

           GO TO 5000-EXIT.

       5000-EXIT.
           EXIT.

      *=============================================================*
      *    5100-CHECK-ENTITLEMENT -- A USER WITH NO USER_ENTITLEMENT *
      *    ROW HOLDS NOTHING; A FAILED LOOKUP REFUSES RATHER THAN    *
      *    GUESS                                                     *
      *=============================================================*
       5100-CHECK-ENTITLEMENT.

           EXEC SQL
              SELECT CAN_APR_OVERRIDE, AUTHORITY_LEVEL
              INTO :WS-ENTL-RIGHT, :WS-ENTL-LEVEL
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-BATCH-USER
           END-EXEC.

           MOVE SPACES TO BK-REPORT-LINE.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                    AND WS-ENTL-LEVEL >= WS-HIGH-AUTH-LEVEL
                   GO TO 5100-EXIT
               WHEN SQLCODE = 0 AND WS-ENTL-RIGHT = 'Y'
                   MOVE 'AUTHORITY LEVEL TOO LOW TO SIGN OFF A BACK-OUT'
                       TO BK-REPORT-LINE
               WHEN SQLCODE = 0 OR SQLCODE = 100
                   MOVE 'NOT AUTHORIZED TO SIGN OFF A BACK-OUT'
                       TO BK-REPORT-LINE
               WHEN OTHER
                   MOVE 'ENTITLEMENT CHECK FAILED -- RETRY'
                       TO BK-REPORT-LINE
           END-EVALUATE.

           PERFORM 1950-REFUSE-STEP
               THRU 1950-EXIT.

       5100-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, CONTROL TOTALS, REGISTER THE     *
      *    STEP COMPLETE, CLOSE.  ANY CUSTOMER SKIPPED OR FAILED     *
      *    ENDS THE STEP RC 4 SO SOMEONE READS BKOTSKIP.             *
      *=============================================================*
       8000-FINALIZE.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF WS-APPROVE-RUN
               GO TO 8050-CLOSE-UP
           END-IF.

           IF (WS-SKIPPED-TOTAL > 0 OR WS-UPDATE-FAILED-COUNT > 0)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO BK-REPORT-LINE.
           WRITE BK-REPORT-LINE.

           MOVE 'AUDIT ROWS OF THE RUN READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-ROWS-READ TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'ROWS THE RUN LEFT UNCHANGED:' TO WS-SUMMARY-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           IF WS-LIVE-RUN
               MOVE 'REVERSED:' TO WS-SUMMARY-LABEL
           ELSE
               MOVE 'WOULD BE REVERSED:' TO WS-SUMMARY-LABEL
           END-IF.
           MOVE WS-REVERSED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SKIPPED, CHANGED AGAIN SINCE:' TO WS-SUMMARY-LABEL.
           MOVE WS-SKIP-LATER-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SKIPPED, ROW MOVED SINCE:' TO WS-SUMMARY-LABEL.
           MOVE WS-SKIP-MOVED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SKIPPED, OVERRIDE HOLD:' TO WS-SUMMARY-LABEL.
           MOVE WS-SKIP-HELD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'SKIPPED, ROW GONE:' TO WS-SUMMARY-LABEL.
           MOVE WS-SKIP-GONE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOT REVERSIBLE:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-REVERSIBLE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'UPDATE FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-UPDATE-FAILED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CLCTFEED REFERRALS WITHDRAWN:' TO WS-SUMMARY-LABEL.
           MOVE WS-WD-CLCT-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'NOTCFEED NOTICES WITHDRAWN:' TO WS-SUMMARY-LABEL.
           MOVE WS-WD-NOTC-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'DORMFEED LETTERS WITHDRAWN:' TO WS-SUMMARY-LABEL.
           MOVE WS-WD-DORM-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

       8050-CLOSE-UP.

           PERFORM 8400-REGISTER-STEP-END
               THRU 8400-EXIT.

           IF WS-PASS-FILES-OPEN
               CLOSE SKIP-LIST-FILE
               IF WS-LIVE-RUN
                   CLOSE REVERSAL-FILE
               END-IF
           END-IF.
           CLOSE BACKOUT-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS                *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO BK-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO BK-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE BK-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8300-WRITE-RECON-TOTALS -- 'BKOT' RECORD APPENDED TO      *
      *    RECONTOT SO CUSTRECN POST REPORTS THE BACK-OUT NEXT TO    *
      *    THE RUN IT CORRECTED AND CUSTTRND KEEPS ITS HISTORY.  NO  *
      *    ROW COUNT OR BALANCE MOVES.  TR-DUPLICATE-COUNT CARRIES   *
      *    THE CUSTOMERS SKIPPED AS CHANGED SINCE (OR NOT            *
      *    REVERSIBLE), TR-OVERRIDE-HELD-COUNT THOSE SKIPPED UNDER   *
      *    A HOLD.  NOT WRITTEN WHEN THE PASS ENDED RC 8 OR HIGHER.  *
      *=============================================================*
       8300-WRITE-RECON-TOTALS.

           OPEN EXTEND RECON-TOTALS-FILE.

           IF WS-RECON-FILE-STATUS NOT = '00'
               OPEN OUTPUT RECON-TOTALS-FILE
           END-IF.

           SET TR-PHASE-BKOT          TO TRUE.
           MOVE 0                     TO TR-ROW-COUNT.
           MOVE 0                     TO TR-TOTAL-BALANCE.
           MOVE WS-ROWS-READ          TO TR-FETCH-COUNT.
           MOVE WS-REVERSED-COUNT     TO TR-UPDATE-COUNT.
           MOVE 0                     TO TR-VALID-COUNT.
           MOVE 0                     TO TR-INVALID-COUNT.
           MOVE WS-RUN-TIMESTAMP      TO TR-RUN-TIMESTAMP.
           MOVE 0                     TO TR-DLI-SKIP-COUNT.
           MOVE WS-UPDATE-FAILED-COUNT TO TR-UPDATE-FAILED-COUNT.
           MOVE 'BACKOUT'             TO TR-RUN-MODE.
           COMPUTE TR-DUPLICATE-COUNT =
               WS-SKIP-LATER-COUNT + WS-SKIP-MOVED-COUNT
               + WS-SKIP-GONE-COUNT + WS-NOT-REVERSIBLE-COUNT.
           MOVE WS-SKIP-HELD-COUNT    TO TR-OVERRIDE-HELD-COUNT.
           MOVE 0                     TO TR-DORMANT-HELD-COUNT.

           WRITE TR-CONTROL-TOTALS.

           CLOSE RECON-TOTALS-FILE.

           GO TO 8300-EXIT.

       8300-EXIT.
           EXIT.

      *=============================================================*
      *    8400-REGISTER-STEP-END -- FLIP THE STARTED BACKOUT ROW TO *
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
