      *****************************************************************
      *
      *    PROGRAM:      CUSTHHRP
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       HOUSEHOLD ROLL-UP REPORT.  ONE BLOCK PER HOUSEHOLD ON
      *       HOUSEHOLD_MEMBER: A LINE PER MEMBER (NAME, STATUS,
      *       SEGMENT, BALANCE) FOLLOWED BY A HOUSEHOLD TOTAL LINE
      *       WITH THE MEMBER COUNT, THE COMBINED BALANCE, THE TIER
      *       THAT BALANCE EARNS UNDER THE RULE_CONTROL THRESHOLDS
      *       IN EFFECT (THE SAME FALLBACK TIER CUSTPROC'S 2320
      *       GIVES EACH MEMBER), AND THE STATUS MIX.  A HOUSEHOLD
      *       WITH ANY INVALID MEMBER IS FLAGGED ON ITS TOTAL LINE
      *       SO IT STANDS OUT FROM THE REST OF THE RELATIONSHIP.  A
      *       MEMBER ON 'NOTICE' (FAILED VALIDATION, IN THE NOTICE
      *       PERIOD BEFORE REFERRAL) COUNTS AS INVALID.
      *
      *       A MEMBER WHOSE CUST-ID IS NO LONGER ON CUSTOMER_DATA
      *       (CLOSED AND PURGED SINCE THE LINK WAS MADE) IS LISTED
      *       AS 'NOT ON CUSTOMER_DATA' AND ADDS NOTHING TO THE
      *       COMBINED BALANCE; UNLINK IT THROUGH CHHL OR RELNFEED.
      *
      *    RUN SEQUENCE:
      *       ON DEMAND, OR AFTER CUSTPROC SO THE STATUSES AND
      *       SEGMENTS ARE TONIGHT'S.  CHANGES NO TABLE.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   THE RULE_CONTROL ROW IN EFFECT IS NOW
      *                        PICKED AT THE STREAM BUSINESS DATE
      *                        (STREAM_DATE), NOT CURRENT DATE, SO IT
      *                        MATCHES THE ROW CUSTPROC RUNS UNDER.
      *       2026-10-15  JH   A MEMBER ON 'NOTICE' IS FLAGGED AND
      *                        COUNTED AS INVALID, SO THE HOUSEHOLD
      *                        STANDS OUT BEFORE THE REFERRAL GOES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTHHRP.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HOUSEHOLD-REPORT-FILE ASSIGN TO HHLDROLL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOUSEHOLD-REPORT-FILE
           RECORDING MODE IS F.
       01  HR-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    HOUSEHOLD_MEMBER / CUSTOMER_DATA HOST VARIABLES --      *
      *    CUSTOMER SIDE OF THE OUTER JOIN IS NULL WHEN THE        *
      *    MEMBER'S ROW HAS GONE, HENCE THE INDICATORS             *
      *-----------------------------------------------------------*
       01  WS-HOUSEHOLD-ID                PIC X(10).
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-STATUS                      PIC X(10).
       01  WS-SEGMENT                     PIC X(10).
       77  WS-NAME-IND                    PIC S9(04) COMP VALUE 0.
       77  WS-BALANCE-IND                 PIC S9(04) COMP VALUE 0.
       77  WS-STATUS-IND                  PIC S9(04) COMP VALUE 0.
       77  WS-SEGMENT-IND                 PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    TIER THRESHOLDS -- BUILT-IN DEFAULTS, OVERRIDDEN FROM   *
      *    THE RULE_CONTROL ROW IN EFFECT, AS IN CUSTPROC          *
      *-----------------------------------------------------------*
       01  WS-RULE-SET-VERSION            PIC X(08) VALUE SPACES.
       77  WS-TIER-HIGH-THRESHOLD          PIC S9(7)V99 COMP-3
                                            VALUE 10000.00.
       77  WS-TIER-MED-THRESHOLD           PIC S9(7)V99 COMP-3
                                            VALUE 1000.00.
       01  WS-BUSINESS-DATE               PIC X(10).

      *-----------------------------------------------------------*
      *    CURRENT HOUSEHOLD -- ACCUMULATED UNTIL THE HOUSEHOLD_ID *
      *    CHANGES, THEN PRINTED AS THE TOTAL LINE                 *
      *-----------------------------------------------------------*
       01  WS-CURRENT-HOUSEHOLD-ID        PIC X(10) VALUE SPACES.
       77  WS-HH-MEMBERS                  PIC 9(05) COMP VALUE 0.
       77  WS-HH-VALID                    PIC 9(05) COMP VALUE 0.
       77  WS-HH-INVALID                  PIC 9(05) COMP VALUE 0.
       77  WS-HH-OTHER                    PIC 9(05) COMP VALUE 0.
       77  WS-HH-MISSING                  PIC 9(05) COMP VALUE 0.
       77  WS-HH-BALANCE                  PIC S9(09)V99 COMP-3
                                           VALUE 0.
       01  WS-HH-TIER                     PIC X(04).

       01  WS-FIRST-HOUSEHOLD-SW          PIC X(01) VALUE 'Y'.
           88  WS-FIRST-HOUSEHOLD                     VALUE 'Y'.

      *-----------------------------------------------------------*
      *    END-OF-RUN CONTROL TOTALS                               *
      *-----------------------------------------------------------*
       77  WS-HOUSEHOLDS-LISTED           PIC 9(09) COMP VALUE 0.
       77  WS-MEMBERS-LISTED              PIC 9(09) COMP VALUE 0.
       77  WS-INVALID-HOUSEHOLDS          PIC 9(09) COMP VALUE 0.
       77  WS-MISSING-MEMBERS             PIC 9(09) COMP VALUE 0.
       77  WS-HIGH-HOUSEHOLDS             PIC 9(09) COMP VALUE 0.
       77  WS-MED-HOUSEHOLDS              PIC 9(09) COMP VALUE 0.
       77  WS-LOW-HOUSEHOLDS              PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    REPORT LINES                                            *
      *-----------------------------------------------------------*
       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE 'HOUSEHOLD'.
           05  FILLER                     PIC X(12) VALUE 'CUST-ID'.
           05  FILLER                     PIC X(32) VALUE 'NAME'.
           05  FILLER                     PIC X(12) VALUE 'STATUS'.
           05  FILLER                     PIC X(12) VALUE 'SEGMENT'.
           05  FILLER                     PIC X(15) VALUE
                                                  '      BALANCE'.
           05  FILLER                     PIC X(35) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-HOUSEHOLD-ID        PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-NAME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-STATUS              PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-SEGMENT             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-BALANCE             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-MBR-FLAG                PIC X(22).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'HOUSEHOLD '.
           05  WS-TOT-HOUSEHOLD-ID        PIC X(10).
           05  FILLER                     PIC X(09) VALUE ' MEMBERS '.
           05  WS-TOT-MEMBERS             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(09) VALUE ' BALANCE '.
           05  WS-TOT-BALANCE             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(06) VALUE ' TIER '.
           05  WS-TOT-TIER                PIC X(04).
           05  FILLER                     PIC X(07) VALUE ' VALID '.
           05  WS-TOT-VALID               PIC ZZ,ZZ9.
           05  FILLER                     PIC X(09) VALUE ' INVALID '.
           05  WS-TOT-INVALID             PIC ZZ,ZZ9.
           05  FILLER                     PIC X(07) VALUE ' OTHER '.
           05  WS-TOT-OTHER               PIC ZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TOT-FLAG                PIC X(18).

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

           PERFORM 2000-LIST-HOUSEHOLDS
               THRU 2000-EXIT.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN THE REPORT, PICK UP THE TIER      *
      *    THRESHOLDS AND WRITE THE HEADINGS                         *
      *=============================================================*
       1000-INITIALIZE.

           OPEN OUTPUT HOUSEHOLD-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTHHRP: OPEN FAILED FOR HHLDROLL STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-LOAD-RULE-CONTROL
               THRU 1300-EXIT.

           MOVE SPACES TO HR-REPORT-LINE.
           STRING 'CUSTHHRP HOUSEHOLD ROLL-UP -- TIERS PER RULE SET '
                  DELIMITED BY SIZE
                  WS-RULE-SET-VERSION DELIMITED BY SIZE
                  INTO HR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE HR-REPORT-LINE.

           MOVE SPACES TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.

           WRITE HR-REPORT-LINE FROM WS-COLUMN-HEADING.

           MOVE SPACES TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1300-LOAD-RULE-CONTROL -- SAME RULE_CONTROL ROW CUSTPROC  *
      *    WOULD USE TONIGHT; THE BUILT-IN DEFAULTS STAND IF THERE   *
      *    IS NONE                                                   *
      *=============================================================*
       1300-LOAD-RULE-CONTROL.

      *    THE ROW IN EFFECT ON THE STREAM BUSINESS DATE -- THE
      *    DATE CUSTRECN PRE OPENED ON STREAM_DATE, OR BETWEEN
      *    STREAMS THE NEXT BUSINESS_CALENDAR BUSINESS DAY
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
               DISPLAY 'CUSTHHRP: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT RULE_SET_VERSION,
                     TIER_HIGH_THRESHOLD,
                     TIER_MED_THRESHOLD
              INTO :WS-RULE-SET-VERSION,
                   :WS-TIER-HIGH-THRESHOLD,
                   :WS-TIER-MED-THRESHOLD
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'BUILT-IN' TO WS-RULE-SET-VERSION
           END-IF.

           GO TO 1300-EXIT.

       1300-EXIT.
           EXIT.

      *=============================================================*
      *    2000-LIST-HOUSEHOLDS -- EVERY MEMBER IN HOUSEHOLD ORDER,  *
      *    WITH A TOTAL LINE AT EACH CHANGE OF HOUSEHOLD_ID          *
      *=============================================================*
       2000-LIST-HOUSEHOLDS.

           EXEC SQL
              DECLARE H1 CURSOR FOR
              SELECT M.HOUSEHOLD_ID, M.CUST_ID,
                     C.NAME, C.BALANCE, C.STATUS, C.SEGMENT
              FROM HOUSEHOLD_MEMBER M
                   LEFT OUTER JOIN CUSTOMER_DATA C
                   ON C.CUST_ID = M.CUST_ID
              ORDER BY M.HOUSEHOLD_ID, M.CUST_ID
           END-EXEC.

           EXEC SQL
              OPEN H1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'CUSTHHRP: OPEN OF HOUSEHOLD CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FETCH-MEMBER
               THRU 2100-EXIT
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = 100
               DISPLAY 'CUSTHHRP: FETCH FROM HOUSEHOLD CURSOR FAILED '
                       'SQLCODE=' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXEC SQL
              CLOSE H1
           END-EXEC.

           IF NOT WS-FIRST-HOUSEHOLD
               PERFORM 2300-WRITE-HOUSEHOLD-TOTAL
                   THRU 2300-EXIT
           END-IF.

           IF WS-HOUSEHOLDS-LISTED = 0
               MOVE SPACES TO HR-REPORT-LINE
               MOVE 'NO HOUSEHOLDS ON HOUSEHOLD_MEMBER'
                   TO HR-REPORT-LINE
               WRITE HR-REPORT-LINE
           END-IF.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-FETCH-MEMBER -- CLOSE OFF THE PREVIOUS HOUSEHOLD ON  *
      *    A CHANGE OF HOUSEHOLD_ID, THEN LIST AND TALLY THE MEMBER  *
      *=============================================================*
       2100-FETCH-MEMBER.

           EXEC SQL
              FETCH H1 INTO
              :WS-HOUSEHOLD-ID,
              :WS-CUST-ID,
              :WS-NAME    :WS-NAME-IND,
              :WS-BALANCE :WS-BALANCE-IND,
              :WS-STATUS  :WS-STATUS-IND,
              :WS-SEGMENT :WS-SEGMENT-IND
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2100-EXIT
           END-IF.

           IF WS-FIRST-HOUSEHOLD
               MOVE 'N' TO WS-FIRST-HOUSEHOLD-SW
               MOVE WS-HOUSEHOLD-ID TO WS-CURRENT-HOUSEHOLD-ID
           ELSE
               IF WS-HOUSEHOLD-ID NOT = WS-CURRENT-HOUSEHOLD-ID
                   PERFORM 2300-WRITE-HOUSEHOLD-TOTAL
                       THRU 2300-EXIT
                   MOVE WS-HOUSEHOLD-ID TO WS-CURRENT-HOUSEHOLD-ID
               END-IF
           END-IF.

           PERFORM 2200-WRITE-MEMBER-LINE
               THRU 2200-EXIT.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2200-WRITE-MEMBER-LINE -- ONE LINE PER MEMBER; AN INVALID *
      *    OR NOTICE MEMBER AND A MEMBER NO LONGER ON CUSTOMER_DATA  *
      *    ARE FLAGGED AT THE END OF THE LINE                        *
      *=============================================================*
       2200-WRITE-MEMBER-LINE.

           ADD 1 TO WS-HH-MEMBERS.
           ADD 1 TO WS-MEMBERS-LISTED.

           MOVE WS-HOUSEHOLD-ID TO WS-MBR-HOUSEHOLD-ID.
           MOVE WS-CUST-ID      TO WS-MBR-CUST-ID.
           MOVE SPACES          TO WS-MBR-FLAG.

           IF WS-STATUS-IND < 0
               MOVE SPACES TO WS-MBR-NAME
               MOVE SPACES TO WS-MBR-STATUS
               MOVE SPACES TO WS-MBR-SEGMENT
               MOVE 0      TO WS-MBR-BALANCE
               MOVE 'NOT ON CUSTOMER_DATA' TO WS-MBR-FLAG
               ADD 1 TO WS-HH-MISSING
               ADD 1 TO WS-MISSING-MEMBERS
               WRITE HR-REPORT-LINE FROM WS-MEMBER-LINE
               GO TO 2200-EXIT
           END-IF.

           IF WS-NAME-IND < 0
               MOVE SPACES TO WS-NAME
           END-IF.

           IF WS-BALANCE-IND < 0
               MOVE 0 TO WS-BALANCE
           END-IF.

           IF WS-SEGMENT-IND < 0
               MOVE SPACES TO WS-SEGMENT
           END-IF.

           MOVE WS-NAME    TO WS-MBR-NAME.
           MOVE WS-STATUS  TO WS-MBR-STATUS.
           MOVE WS-SEGMENT TO WS-MBR-SEGMENT.
           MOVE WS-BALANCE TO WS-MBR-BALANCE.

           ADD WS-BALANCE TO WS-HH-BALANCE.

           IF WS-STATUS = 'VALID'
               ADD 1 TO WS-HH-VALID
           ELSE
               IF WS-STATUS = 'INVALID'
                   ADD 1 TO WS-HH-INVALID
                   MOVE '*** INVALID' TO WS-MBR-FLAG
               ELSE
                   IF WS-STATUS = 'NOTICE'
                       ADD 1 TO WS-HH-INVALID
                       MOVE '*** NOTICE' TO WS-MBR-FLAG
                   ELSE
                       ADD 1 TO WS-HH-OTHER
                   END-IF
               END-IF
           END-IF.

           WRITE HR-REPORT-LINE FROM WS-MEMBER-LINE.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    2300-WRITE-HOUSEHOLD-TOTAL -- MEMBER COUNT, COMBINED      *
      *    BALANCE, THE TIER IT EARNS AND THE STATUS MIX; RESETS     *
      *    THE ACCUMULATORS FOR THE NEXT HOUSEHOLD                   *
      *=============================================================*
       2300-WRITE-HOUSEHOLD-TOTAL.

           IF WS-HH-BALANCE >= WS-TIER-HIGH-THRESHOLD
               MOVE 'HIGH' TO WS-HH-TIER
               ADD 1 TO WS-HIGH-HOUSEHOLDS
           ELSE
               IF WS-HH-BALANCE >= WS-TIER-MED-THRESHOLD
                   MOVE 'MED' TO WS-HH-TIER
                   ADD 1 TO WS-MED-HOUSEHOLDS
               ELSE
                   MOVE 'LOW' TO WS-HH-TIER
                   ADD 1 TO WS-LOW-HOUSEHOLDS
               END-IF
           END-IF.

           MOVE WS-CURRENT-HOUSEHOLD-ID TO WS-TOT-HOUSEHOLD-ID.
           MOVE WS-HH-MEMBERS           TO WS-TOT-MEMBERS.
           MOVE WS-HH-BALANCE           TO WS-TOT-BALANCE.
           MOVE WS-HH-TIER              TO WS-TOT-TIER.
           MOVE WS-HH-VALID             TO WS-TOT-VALID.
           MOVE WS-HH-INVALID           TO WS-TOT-INVALID.
           ADD WS-HH-OTHER WS-HH-MISSING GIVING WS-TOT-OTHER.
           MOVE SPACES                  TO WS-TOT-FLAG.

           IF WS-HH-INVALID > 0
               MOVE '*** INVALID MEMBER' TO WS-TOT-FLAG
               ADD 1 TO WS-INVALID-HOUSEHOLDS
           END-IF.

           WRITE HR-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE SPACES TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.

           ADD 1 TO WS-HOUSEHOLDS-LISTED.

           MOVE 0 TO WS-HH-MEMBERS.
           MOVE 0 TO WS-HH-VALID.
           MOVE 0 TO WS-HH-INVALID.
           MOVE 0 TO WS-HH-OTHER.
           MOVE 0 TO WS-HH-MISSING.
           MOVE 0 TO WS-HH-BALANCE.

           GO TO 2300-EXIT.

       2300-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE                                            *
      *=============================================================*
       8000-FINALIZE.

           MOVE SPACES TO HR-REPORT-LINE.
           WRITE HR-REPORT-LINE.

           MOVE 'HOUSEHOLDS LISTED:' TO WS-SUMMARY-LABEL.
           MOVE WS-HOUSEHOLDS-LISTED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'MEMBERS LISTED:' TO WS-SUMMARY-LABEL.
           MOVE WS-MEMBERS-LISTED TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOUSEHOLDS TIERED HIGH:' TO WS-SUMMARY-LABEL.
           MOVE WS-HIGH-HOUSEHOLDS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOUSEHOLDS TIERED MED:' TO WS-SUMMARY-LABEL.
           MOVE WS-MED-HOUSEHOLDS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOUSEHOLDS TIERED LOW:' TO WS-SUMMARY-LABEL.
           MOVE WS-LOW-HOUSEHOLDS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'HOUSEHOLDS WITH INVALID MBR:' TO WS-SUMMARY-LABEL.
           MOVE WS-INVALID-HOUSEHOLDS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           MOVE 'MEMBERS NOT ON CUSTOMER_DATA:' TO WS-SUMMARY-LABEL.
           MOVE WS-MISSING-MEMBERS TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE
               THRU 8100-EXIT.

           CLOSE HOUSEHOLD-REPORT-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE                                    *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO HR-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO HR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE HR-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.
