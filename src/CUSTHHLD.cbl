      *****************************************************************
      *
      *    PROGRAM:      CUSTHHLD
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       HOUSEHOLD RELATIONSHIP LOAD.  READS THE BRANCH
      *       SYSTEM'S RELATIONSHIP FEED (RELNFEED, HHLDREC LAYOUT)
      *       AND APPLIES EACH LINK OR UNLINK TO HOUSEHOLD_MEMBER,
      *       THE TABLE THAT TIES CUST-IDS TOGETHER UNDER A
      *       HOUSEHOLD ID.  A CUST-ID BELONGS TO AT MOST ONE
      *       HOUSEHOLD: A LINK FOR A CUST-ID ALREADY IN ANOTHER
      *       HOUSEHOLD MOVES IT.  EVERY LINK CHANGE WRITES ONE
      *       AUDIT_TRAIL ROW -- OLD AND NEW HOUSEHOLD ID IN THE
      *       STATUS COLUMNS (BLANK ON THE UNLINKED SIDE), SEGMENT
      *       COLUMNS BLANK, CHANGE_SOURCE 'CUSTHHLD' -- THE SAME
      *       DEVICE CUSTRAPR USES TO PUT A NON-STATUS CHANGE ON THE
      *       TRAIL.  THE CHHL TRANSACTION (CUSTHHMT) WRITES THE SAME
      *       ROW FOR A LINK MADE ONLINE.
      *
      *       CUSTPROC AND CUSTREPR TIER A HOUSEHOLD MEMBER ON THE
      *       COMBINED HOUSEHOLD BALANCE; CUSTHHRP REPORTS THE
      *       HOUSEHOLDS.
      *
      *       THE FEED CARRIES A FEEDCTL HEADER AND TRAILER, CHECKED
      *       (FEED NAME, RECORD COUNT, CUST-ID HASH, SEQUENCE NUMBER
      *       AGAINST FEED_REGISTRY) BEFORE ANY LINK IS APPLIED, THE
      *       SAME WAY CUSTCLOS CHECKS CLOSACCT.  AN ACKREC
      *       ACKNOWLEDGEMENT (RELNACK) LISTS EACH RECORD ACCEPTED,
      *       REJECTED (NOTF/BDAC/BDHH/NOLK/DBER) OR DUPLICATE (THE
      *       LINK OR UNLINK IS ALREADY IN PLACE).  REJECTS AND
      *       CONTROL TOTALS GO TO HHLDRPT.
      *
      *    RUN SEQUENCE:
      *       DAYTIME, WHENEVER THE BRANCH FEED ARRIVES, AND IN ANY
      *       CASE BEFORE THE NIGHTLY CUSTPROC PASS SO TONIGHT'S
      *       TIERING SEES TODAY'S LINKS.  NO ROW IS ADDED TO OR
      *       REMOVED FROM CUSTOMER_DATA, SO NOTHING GOES TO
      *       RECONTOT.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *       2026-10-15  JH   THE RULE_CONTROL ROW IN EFFECT IS NOW
      *                        PICKED AT THE STREAM BUSINESS DATE
      *                        (STREAM_DATE), NOT CURRENT DATE, SO IT
      *                        MATCHES THE ROW CUSTPROC RUNS UNDER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTHHLD.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RELATIONSHIP-FILE ASSIGN TO RELNFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT HHLD-REPORT-FILE ASSIGN TO HHLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO RELNACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RELATIONSHIP-FILE
           RECORDING MODE IS F.
           COPY HHLDREC.
           COPY FEEDCTL.

       FD  HHLD-REPORT-FILE
           RECORDING MODE IS F.
       01  HL-REPORT-LINE                 PIC X(80).

       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------*
      *    CUSTOMER_DATA / HOUSEHOLD_MEMBER HOST VARIABLES         *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-STATUS                      PIC X(10).
       01  WS-FEED-HOUSEHOLD-ID           PIC X(10).
       01  WS-OLD-HOUSEHOLD-ID            PIC X(10).
       01  WS-NEW-HOUSEHOLD-ID            PIC X(10).

      *-----------------------------------------------------------*
      *    AUDIT TRAIL WORK AREA -- A LINK CHANGE CARRIES THE OLD   *
      *    AND NEW HOUSEHOLD ID IN THE STATUS COLUMNS AND LEAVES    *
      *    THE SEGMENT COLUMNS BLANK, SO SEGMENT-CHANGE READERS     *
      *    (CUSTSEGM) NEVER COUNT IT                                *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-BUSINESS-DATE               PIC X(10).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CUSTHHLD'.
       01  WS-AUDIT-SEGMENT               PIC X(10) VALUE SPACES.

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
       77  WS-RECORDS-READ                PIC 9(09) COMP VALUE 0.
       77  WS-LINKED-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-MOVED-COUNT                 PIC 9(09) COMP VALUE 0.
       77  WS-UNLINKED-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-ALREADY-DONE-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-NOT-FOUND-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-BAD-RECORD-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-NOT-LINKED-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-DB-FAILED-COUNT             PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    FEED CONTROL -- HEADER/TRAILER VALUES, THE COUNT AND    *
      *    HASH TAKEN BY THE VERIFY PASS, AND THE FEED_REGISTRY    *
      *    HOST VARIABLES                                          *
      *-----------------------------------------------------------*
       01  WS-FEED-NAME                   PIC X(08) VALUE 'RELNFEED'.
       01  WS-FEED-SENDER-ID              PIC X(08) VALUE SPACES.
       01  WS-FEED-FILE-DATE              PIC X(10) VALUE SPACES.
       77  WS-FEED-SEQUENCE-NO            PIC S9(09) COMP VALUE 0.
       77  WS-FEED-TRAILER-COUNT          PIC S9(09) COMP VALUE 0.
       77  WS-FEED-TRAILER-HASH           PIC S9(15)V99 COMP-3
                                           VALUE 0.
       77  WS-VERIFY-COUNT                PIC S9(09) COMP VALUE 0.
       77  WS-VERIFY-HASH                 PIC S9(15)V99 COMP-3
                                           VALUE 0.
       77  WS-PRIOR-FEED-COUNT            PIC S9(09) COMP VALUE 0.
       77  WS-LAST-SEQUENCE-NO            PIC S9(09) COMP VALUE 0.
       77  WS-LAST-SEQ-IND                PIC S9(04) COMP VALUE 0.
       01  WS-FEED-STATUS                 PIC X(08) VALUE 'ACCEPTED'.
       01  WS-REFUSAL-CODE                PIC X(04) VALUE SPACES.
       01  WS-REFUSAL-TEXT                PIC X(38) VALUE SPACES.
       01  WS-SEQUENCE-DISPLAY            PIC Z(08)9.

       01  WS-HASH-CUST-ID                PIC X(10).
       01  WS-HASH-CUST-ID-N REDEFINES WS-HASH-CUST-ID
                                          PIC 9(10).

      *-----------------------------------------------------------*
      *    ACKNOWLEDGEMENT WORK AREA -- OUTCOME OF THE CURRENT     *
      *    FEED RECORD, SET WHERE THE OUTCOME IS DECIDED AND       *
      *    WRITTEN ONCE PER RECORD BY 2700-WRITE-ACK-DETAIL        *
      *-----------------------------------------------------------*
       01  WS-ACK-WORK.
           05  WS-ACK-RESULT              PIC X(03).
               88  WS-ACK-ACCEPTED                    VALUE 'ACC'.
               88  WS-ACK-REJECTED                    VALUE 'REJ'.
               88  WS-ACK-DUPLICATE                   VALUE 'DUP'.
           05  WS-ACK-REASON-CODES.
               10  WS-ACK-REASON-CODE     OCCURS 4 TIMES
                                          PIC X(04).
           05  WS-ACK-REASON-TEXT         PIC X(38).

       77  WS-ACK-ACCEPTED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-ACK-REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-ACK-DUPLICATE-COUNT         PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    REJECT DETAIL LINE                                       *
      *-----------------------------------------------------------*
       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-HOUSEHOLD-ID        PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION              PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MESSAGE             PIC X(38).
           05  FILLER                     PIC X(13) VALUE SPACES.

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
      *-----------------------------------------------------------*
       01  WS-FEED-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-FEED-EOF                            VALUE 'Y'.

       01  WS-FEED-REFUSED-SW             PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED                        VALUE 'Y'.

       01  WS-VERIFY-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-VERIFY-EOF                          VALUE 'Y'.

       01  WS-TRAILER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                       VALUE 'Y'.

       01  WS-IN-HOUSEHOLD-SW             PIC X(01) VALUE 'N'.
           88  WS-IN-HOUSEHOLD                        VALUE 'Y'.

       01  WS-AUDIT-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-AUDIT-FAILED                        VALUE 'Y'.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
       01  WS-FILE-STATUSES.
           05  WS-FEED-FILE-STATUS        PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-ACK-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE                                            *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RELATIONSHIP
               THRU 2000-EXIT
               UNTIL WS-FEED-EOF.

           PERFORM 8000-FINALIZE
               THRU 8000-EXIT.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN FILES, PICK UP THE COMMIT         *
      *    INTERVAL, FIX THE RUN TIMESTAMP, VERIFY THE FEED'S        *
      *    HEADER AND TRAILER, PRIME THE READ.  A REFUSED FEED       *
      *    LEAVES THE APPLY LOOP WITH NOTHING TO DO.                 *
      *=============================================================*
       1000-INITIALIZE.

           OPEN INPUT RELATIONSHIP-FILE.

           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTHHLD: OPEN FAILED FOR RELNFEED STATUS='
                       WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HHLD-REPORT-FILE.

           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTHHLD: OPEN FAILED FOR HHLDRPT STATUS='
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.

           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTHHLD: OPEN FAILED FOR RELNACK STATUS='
                       WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY 'CUSTHHLD: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT COMMIT_INTERVAL
              INTO :WS-RULE-COMMIT-INTERVAL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RULE-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO HL-REPORT-LINE.
           MOVE 'CUSTHHLD HOUSEHOLD RELATIONSHIP LOAD'
               TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           PERFORM 1400-VERIFY-FEED-CONTROL
               THRU 1400-EXIT.

      *    THE VERIFY PASS READ TO END OF FILE; START AGAIN FROM THE
      *    TOP FOR THE APPLY PASS
           CLOSE RELATIONSHIP-FILE.
           OPEN INPUT RELATIONSHIP-FILE.

           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTHHLD: REOPEN FAILED FOR RELNFEED STATUS='
                       WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1490-ACKNOWLEDGE-FEED-HEADER
               THRU 1490-EXIT.

           IF WS-FEED-REFUSED
               PERFORM 1480-REFUSE-FEED
                   THRU 1480-EXIT
               GO TO 1000-EXIT
           END-IF.

      *    STEP PAST THE HEADER THE VERIFY PASS ALREADY PROVED IS
      *    THERE
           READ RELATIONSHIP-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.

           PERFORM 2100-READ-RELATIONSHIP
               THRU 2100-EXIT.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1400-VERIFY-FEED-CONTROL -- READ THE WHOLE FILE ONCE,     *
      *    BEFORE ANYTHING IS APPLIED.  SAME CHECKS, IN THE SAME     *
      *    ORDER, AS CUSTCLOS'S 1400; THE FIRST FAILURE FOUND IS     *
      *    THE REFUSAL REASON.                                       *
      *=============================================================*
       1400-VERIFY-FEED-CONTROL.

           MOVE 0   TO WS-VERIFY-COUNT.
           MOVE 0   TO WS-VERIFY-HASH.
           MOVE 'N' TO WS-VERIFY-EOF-SW.
           MOVE 'N' TO WS-TRAILER-FOUND-SW.
           MOVE 'N' TO WS-FEED-REFUSED-SW.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF WS-VERIFY-EOF
              OR NOT FC-H-IS-HEADER
              OR FC-H-SEQUENCE-NO NOT NUMERIC
               MOVE 'NOHD' TO WS-REFUSAL-CODE
               MOVE 'FEED HEADER MISSING OR UNREADABLE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           MOVE FC-H-SENDER-ID   TO WS-FEED-SENDER-ID.
           MOVE FC-H-FILE-DATE   TO WS-FEED-FILE-DATE.
           MOVE FC-H-SEQUENCE-NO TO WS-FEED-SEQUENCE-NO.

           IF FC-H-FEED-NAME NOT = WS-FEED-NAME
               MOVE 'WFED' TO WS-REFUSAL-CODE
               MOVE 'HEADER NAMES A DIFFERENT FEED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1420-COUNT-ONE-RECORD
               THRU 1420-EXIT
               UNTIL WS-VERIFY-EOF
                  OR WS-TRAILER-FOUND.

           IF NOT WS-TRAILER-FOUND
              OR FC-T-RECORD-COUNT NOT NUMERIC
              OR FC-T-HASH-TOTAL NOT NUMERIC
               MOVE 'NOTR' TO WS-REFUSAL-CODE
               MOVE 'NO TRAILER -- SHORT OR TRUNCATED FILE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           MOVE FC-T-RECORD-COUNT TO WS-FEED-TRAILER-COUNT.
           MOVE FC-T-HASH-TOTAL   TO WS-FEED-TRAILER-HASH.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF NOT WS-VERIFY-EOF
               MOVE 'XTRL' TO WS-REFUSAL-CODE
               MOVE 'RECORDS FOUND AFTER THE TRAILER'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           IF WS-VERIFY-COUNT NOT = WS-FEED-TRAILER-COUNT
               MOVE 'CNTE' TO WS-REFUSAL-CODE
               MOVE 'TRAILER RECORD COUNT DOES NOT MATCH'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           IF WS-VERIFY-HASH NOT = WS-FEED-TRAILER-HASH
               MOVE 'HSHE' TO WS-REFUSAL-CODE
               MOVE 'TRAILER HASH TOTAL DOES NOT MATCH'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1450-CHECK-FEED-REGISTRY
               THRU 1450-EXIT.

           GO TO 1400-EXIT.

       1400-EXIT.
           EXIT.

      *=============================================================*
      *    1410-READ-VERIFY-RECORD                                  *
      *=============================================================*
       1410-READ-VERIFY-RECORD.

           READ RELATIONSHIP-FILE
               AT END
                   SET WS-VERIFY-EOF TO TRUE
           END-READ.

           GO TO 1410-EXIT.

       1410-EXIT.
           EXIT.

      *=============================================================*
      *    1420-COUNT-ONE-RECORD -- ONE RECORD OF THE VERIFY PASS.   *
      *    RELNFEED CARRIES NO AMOUNT, SO THE HASH IS THE SUM OF THE *
      *    CUST-ID TAKEN AS A NUMBER (ONE NOT ALL DIGITS ADDS        *
      *    NOTHING).                                                 *
      *=============================================================*
       1420-COUNT-ONE-RECORD.

           PERFORM 1410-READ-VERIFY-RECORD
               THRU 1410-EXIT.

           IF WS-VERIFY-EOF
               GO TO 1420-EXIT
           END-IF.

           IF FC-T-IS-TRAILER
               SET WS-TRAILER-FOUND TO TRUE
               GO TO 1420-EXIT
           END-IF.

           ADD 1 TO WS-VERIFY-COUNT.

           MOVE HH-CUST-ID TO WS-HASH-CUST-ID.
           IF WS-HASH-CUST-ID-N NUMERIC
               ADD WS-HASH-CUST-ID-N TO WS-VERIFY-HASH
           END-IF.

           GO TO 1420-EXIT.

       1420-EXIT.
           EXIT.

      *=============================================================*
      *    1450-CHECK-FEED-REGISTRY -- A SEQUENCE NUMBER ALREADY     *
      *    ACCEPTED FOR THIS FEED AND SENDER IS A RESENT FILE; ONE   *
      *    THAT IS NOT THE LAST ACCEPTED PLUS ONE IS OUT OF          *
      *    SEQUENCE.  THE FIRST FILE EVER SEEN FROM A SENDER SETS    *
      *    THE STARTING POINT.  A REGISTRY THAT CANNOT BE READ       *
      *    REFUSES THE FILE RATHER THAN RISK APPLYING IT TWICE.      *
      *=============================================================*
       1450-CHECK-FEED-REGISTRY.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PRIOR-FEED-COUNT
              FROM FEED_REGISTRY
              WHERE FEED_NAME = :WS-FEED-NAME
                AND SENDER_ID = :WS-FEED-SENDER-ID
                AND SEQUENCE_NO = :WS-FEED-SEQUENCE-NO
                AND FEED_STATUS = 'ACCEPTED'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'REGE' TO WS-REFUSAL-CODE
               MOVE 'FEED_REGISTRY READ FAILED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           IF WS-PRIOR-FEED-COUNT > 0
               MOVE 'DUPF' TO WS-REFUSAL-CODE
               MOVE 'SEQUENCE NUMBER ALREADY PROCESSED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(SEQUENCE_NO)
              INTO :WS-LAST-SEQUENCE-NO :WS-LAST-SEQ-IND
              FROM FEED_REGISTRY
              WHERE FEED_NAME = :WS-FEED-NAME
                AND SENDER_ID = :WS-FEED-SENDER-ID
                AND FEED_STATUS = 'ACCEPTED'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'REGE' TO WS-REFUSAL-CODE
               MOVE 'FEED_REGISTRY READ FAILED'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           IF WS-LAST-SEQ-IND >= 0
              AND WS-FEED-SEQUENCE-NO NOT = WS-LAST-SEQUENCE-NO + 1
               MOVE 'OSEQ' TO WS-REFUSAL-CODE
               MOVE 'OUT OF SEQUENCE -- NOT LAST PLUS ONE'
                   TO WS-REFUSAL-TEXT
               SET WS-FEED-REFUSED TO TRUE
           END-IF.

           GO TO 1450-EXIT.

       1450-EXIT.
           EXIT.

      *=============================================================*
      *    1480-REFUSE-FEED -- NOTHING ON THE FILE IS APPLIED.  THE  *
      *    REASON GOES ON THE REPORT AND THE CONSOLE, THE STEP ENDS  *
      *    RC 8, AND 8000-FINALIZE STILL REGISTERS THE REFUSAL AND   *
      *    CLOSES THE ACKNOWLEDGEMENT.                               *
      *=============================================================*
       1480-REFUSE-FEED.

           MOVE 'REFUSED' TO WS-FEED-STATUS.

           MOVE SPACES TO HL-REPORT-LINE.
           MOVE '*** FEED REFUSED -- NO RECORD APPLIED ***'
               TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           STRING 'REASON: ' DELIMITED BY SIZE
                  WS-REFUSAL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSAL-TEXT DELIMITED BY SIZE
                  INTO HL-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE HL-REPORT-LINE.

           DISPLAY 'CUSTHHLD: RELNFEED FEED REFUSED -- '
                   WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT.

           MOVE 8 TO RETURN-CODE.
           SET WS-FEED-EOF TO TRUE.

           GO TO 1480-EXIT.

       1480-EXIT.
           EXIT.

      *=============================================================*
      *    1490-ACKNOWLEDGE-FEED-HEADER -- 'H' RECORD ON RELNACK     *
      *    ECHOING THE FEED HEADER WITH THE ACCEPT/REFUSE DECISION,  *
      *    AND THE SAME FEED IDENTITY ON THE REPORT                  *
      *=============================================================*
       1490-ACKNOWLEDGE-FEED-HEADER.

           IF WS-FEED-REFUSED
               MOVE 'REFUSED' TO WS-FEED-STATUS
           END-IF.

           MOVE SPACES              TO AK-HEADER-RECORD.
           SET AK-H-TYPE-HEADER     TO TRUE.
           MOVE WS-FEED-NAME        TO AK-H-FEED-NAME.
           MOVE WS-FEED-SENDER-ID   TO AK-H-SENDER-ID.
           MOVE WS-FEED-FILE-DATE   TO AK-H-FILE-DATE.
           MOVE WS-FEED-SEQUENCE-NO TO AK-H-SEQUENCE-NO.
           MOVE WS-FEED-STATUS      TO AK-H-FEED-STATUS.
           MOVE WS-REFUSAL-CODE     TO AK-H-REFUSAL-CODE.
           MOVE WS-RUN-TIMESTAMP    TO AK-H-PROCESSED-TS.
           WRITE AK-HEADER-RECORD.

           MOVE WS-FEED-SEQUENCE-NO TO WS-SEQUENCE-DISPLAY.
           MOVE SPACES TO HL-REPORT-LINE.
           STRING 'FEED: ' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SIZE
                  '  SENDER: ' DELIMITED BY SIZE
                  WS-FEED-SENDER-ID DELIMITED BY SIZE
                  '  FILE DATE: ' DELIMITED BY SIZE
                  WS-FEED-FILE-DATE DELIMITED BY SIZE
                  '  SEQUENCE: ' DELIMITED BY SIZE
                  WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                  INTO HL-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           GO TO 1490-EXIT.

       1490-EXIT.
           EXIT.

      *=============================================================*
      *    2000-PROCESS-RELATIONSHIP -- ONE FEED RECORD PER PASS     *
      *=============================================================*
       2000-PROCESS-RELATIONSHIP.

           MOVE SPACES TO WS-ACK-WORK.

           PERFORM 2200-EDIT-RECORD
               THRU 2200-EXIT.

           PERFORM 2700-WRITE-ACK-DETAIL
               THRU 2700-EXIT.

           PERFORM 2100-READ-RELATIONSHIP
               THRU 2100-EXIT.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    2100-READ-RELATIONSHIP -- THE TRAILER ENDS THE APPLY PASS *
      *=============================================================*
       2100-READ-RELATIONSHIP.

           READ RELATIONSHIP-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   IF FC-T-IS-TRAILER
                       SET WS-FEED-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ.

           GO TO 2100-EXIT.

       2100-EXIT.
           EXIT.

      *=============================================================*
      *    2200-EDIT-RECORD -- THE RECORD ITSELF FIRST (ACTION, AND  *
      *    A HOUSEHOLD ID ON A LINK), THEN THE CUSTOMER MUST BE ON   *
      *    CUSTOMER_DATA, THEN ITS CURRENT HOUSEHOLD DECIDES WHAT    *
      *    THE LINK OR UNLINK ACTUALLY DOES.                         *
      *=============================================================*
       2200-EDIT-RECORD.

           MOVE HH-CUST-ID      TO WS-CUST-ID.
           MOVE HH-HOUSEHOLD-ID TO WS-FEED-HOUSEHOLD-ID.

           IF NOT HH-ACTION-LINK AND NOT HH-ACTION-UNLINK
               MOVE 'ACTION MUST BE L OR U' TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-BAD-RECORD-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'BDAC' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

           IF HH-ACTION-LINK AND WS-FEED-HOUSEHOLD-ID = SPACES
               MOVE 'LINK WITH NO HOUSEHOLD ID' TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-BAD-RECORD-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'BDHH' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

           EXEC SQL
              SELECT STATUS
              INTO :WS-STATUS
              FROM CUSTOMER_DATA
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'CUST-ID NOT ON CUSTOMER_DATA' TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-NOT-FOUND-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'NOTF' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'CUSTOMER_DATA READ FAILED' TO WS-DTL-MESSAGE
               PERFORM 2600-DATABASE-FAILURE
                   THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE 'N'    TO WS-IN-HOUSEHOLD-SW.
           MOVE SPACES TO WS-OLD-HOUSEHOLD-ID.

           EXEC SQL
              SELECT HOUSEHOLD_ID
              INTO :WS-OLD-HOUSEHOLD-ID
              FROM HOUSEHOLD_MEMBER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET WS-IN-HOUSEHOLD TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'HOUSEHOLD_MEMBER READ FAILED'
                       TO WS-DTL-MESSAGE
                   PERFORM 2600-DATABASE-FAILURE
                       THRU 2600-EXIT
                   GO TO 2200-EXIT
           END-EVALUATE.

           IF HH-ACTION-LINK
               PERFORM 3000-LINK-CUSTOMER
                   THRU 3000-EXIT
           ELSE
               PERFORM 3100-UNLINK-CUSTOMER
                   THRU 3100-EXIT
           END-IF.

           GO TO 2200-EXIT.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    2500-WRITE-DETAIL-LINE -- ONE REPORT LINE PER FEED        *
      *    RECORD THAT WAS REFUSED OR COULD NOT BE APPLIED           *
      *=============================================================*
       2500-WRITE-DETAIL-LINE.

           MOVE HH-CUST-ID      TO WS-DTL-CUST-ID.
           MOVE HH-HOUSEHOLD-ID TO WS-DTL-HOUSEHOLD-ID.
           MOVE HH-ACTION       TO WS-DTL-ACTION.
           WRITE HL-REPORT-LINE FROM WS-DETAIL-LINE.

           GO TO 2500-EXIT.

       2500-EXIT.
           EXIT.

      *=============================================================*
      *    2600-DATABASE-FAILURE -- A READ OR UPDATE THAT FAILED.    *
      *    THE RECORD IS REPORTED AND THE BRANCH IS TOLD TO RESEND.  *
      *=============================================================*
       2600-DATABASE-FAILURE.

           PERFORM 2500-WRITE-DETAIL-LINE
               THRU 2500-EXIT.
           ADD 1 TO WS-DB-FAILED-COUNT.
           SET WS-ACK-REJECTED TO TRUE.
           MOVE 'DBER' TO WS-ACK-REASON-CODE(1).
           MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT.

           GO TO 2600-EXIT.

       2600-EXIT.
           EXIT.

      *=============================================================*
      *    2700-WRITE-ACK-DETAIL -- ONE 'D' RECORD ON RELNACK PER    *
      *    FEED RECORD, WITH THE OUTCOME 2200/3000/3100 ARRIVED AT   *
      *=============================================================*
       2700-WRITE-ACK-DETAIL.

           MOVE SPACES              TO AK-DETAIL-RECORD.
           SET AK-D-TYPE-DETAIL     TO TRUE.
           MOVE WS-RECORDS-READ     TO AK-D-RECORD-NO.
           MOVE HH-CUST-ID          TO AK-D-CUST-ID.
           MOVE WS-ACK-RESULT       TO AK-D-RESULT.
           MOVE WS-ACK-REASON-CODES TO AK-D-REASON-CODES.
           MOVE WS-ACK-REASON-TEXT  TO AK-D-REASON-TEXT.
           WRITE AK-DETAIL-RECORD.

           EVALUATE TRUE
               WHEN WS-ACK-ACCEPTED
                   ADD 1 TO WS-ACK-ACCEPTED-COUNT
               WHEN WS-ACK-DUPLICATE
                   ADD 1 TO WS-ACK-DUPLICATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ACK-REJECTED-COUNT
           END-EVALUATE.

           GO TO 2700-EXIT.

       2700-EXIT.
           EXIT.

      *=============================================================*
      *    3000-LINK-CUSTOMER -- NOT IN A HOUSEHOLD: INSERT THE      *
      *    MEMBERSHIP.  IN ANOTHER HOUSEHOLD: MOVE IT (ONE AUDIT ROW *
      *    FROM THE OLD HOUSEHOLD TO THE NEW).  ALREADY IN THIS      *
      *    ONE: A RESENT LINK, ACKNOWLEDGED AS A DUPLICATE.          *
      *=============================================================*
       3000-LINK-CUSTOMER.

           IF WS-IN-HOUSEHOLD
              AND WS-OLD-HOUSEHOLD-ID = WS-FEED-HOUSEHOLD-ID
               ADD 1 TO WS-ALREADY-DONE-COUNT
               SET WS-ACK-DUPLICATE TO TRUE
               MOVE 'ALREADY LINKED TO THIS HOUSEHOLD'
                   TO WS-ACK-REASON-TEXT
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-FEED-HOUSEHOLD-ID TO WS-NEW-HOUSEHOLD-ID.

           EXEC SQL
              SAVEPOINT HHLD_RECORD ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF WS-IN-HOUSEHOLD
               EXEC SQL
                  UPDATE HOUSEHOLD_MEMBER
                  SET HOUSEHOLD_ID = :WS-NEW-HOUSEHOLD-ID,
                      LINKED_TS = :WS-RUN-TIMESTAMP,
                      LINK_SOURCE = :WS-CHANGE-SOURCE,
                      LINK_USER = NULL
                  WHERE CUST_ID = :WS-CUST-ID
               END-EXEC
           ELSE
               EXEC SQL
                  INSERT INTO HOUSEHOLD_MEMBER
                     (HOUSEHOLD_ID, CUST_ID, LINKED_TS,
                      LINK_SOURCE)
                  VALUES
                     (:WS-NEW-HOUSEHOLD-ID, :WS-CUST-ID,
                      :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'HOUSEHOLD_MEMBER UPDATE FAILED'
                   TO WS-DTL-MESSAGE
               PERFORM 2600-DATABASE-FAILURE
                   THRU 2600-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-WRITE-AUDIT-ROW
               THRU 3200-EXIT.

           IF WS-AUDIT-FAILED
               GO TO 3000-EXIT
           END-IF.

           IF WS-IN-HOUSEHOLD
               ADD 1 TO WS-MOVED-COUNT
           ELSE
               ADD 1 TO WS-LINKED-COUNT
           END-IF.

           SET WS-ACK-ACCEPTED TO TRUE.

           PERFORM 3900-COMMIT-CHECKPOINT
               THRU 3900-EXIT.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-UNLINK-CUSTOMER -- A CUST-ID IN NO HOUSEHOLD IS A    *
      *    RESENT UNLINK, ACKNOWLEDGED AS A DUPLICATE.  ONE IN A     *
      *    DIFFERENT HOUSEHOLD FROM THE ONE THE FEED NAMES IS        *
      *    REJECTED -- THE BRANCH'S PICTURE OF THE RELATIONSHIP IS   *
      *    NOT OURS, AND GUESSING WOULD BREAK UP THE WRONG           *
      *    HOUSEHOLD.  A BLANK HOUSEHOLD ID UNLINKS FROM WHATEVER    *
      *    HOUSEHOLD THE CUST-ID IS IN.                              *
      *=============================================================*
       3100-UNLINK-CUSTOMER.

           IF NOT WS-IN-HOUSEHOLD
               ADD 1 TO WS-ALREADY-DONE-COUNT
               SET WS-ACK-DUPLICATE TO TRUE
               MOVE 'NOT IN ANY HOUSEHOLD' TO WS-ACK-REASON-TEXT
               GO TO 3100-EXIT
           END-IF.

           IF WS-FEED-HOUSEHOLD-ID NOT = SPACES
              AND WS-FEED-HOUSEHOLD-ID NOT = WS-OLD-HOUSEHOLD-ID
               MOVE 'IN ANOTHER HOUSEHOLD -- NOT UNLINKED'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-NOT-LINKED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'NOLK' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO WS-NEW-HOUSEHOLD-ID.

           EXEC SQL
              SAVEPOINT HHLD_RECORD ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           EXEC SQL
              DELETE FROM HOUSEHOLD_MEMBER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'HOUSEHOLD_MEMBER DELETE FAILED'
                   TO WS-DTL-MESSAGE
               PERFORM 2600-DATABASE-FAILURE
                   THRU 2600-EXIT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-WRITE-AUDIT-ROW
               THRU 3200-EXIT.

           IF WS-AUDIT-FAILED
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-UNLINKED-COUNT.
           SET WS-ACK-ACCEPTED TO TRUE.

           PERFORM 3900-COMMIT-CHECKPOINT
               THRU 3900-EXIT.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-WRITE-AUDIT-ROW -- ONE ROW PER LINK CHANGE: OLD AND  *
      *    NEW HOUSEHOLD ID IN THE STATUS COLUMNS, BLANK SEGMENTS.   *
      *    A LINK CHANGE THAT CANNOT BE AUDITED IS NOT MADE -- THE   *
      *    MEMBERSHIP CHANGE IS ROLLED BACK TO THE SAVEPOINT TAKEN   *
      *    JUST BEFORE IT, LEAVING EARLIER RECORDS' CHANGES ALONE.   *
      *=============================================================*
       3200-WRITE-AUDIT-ROW.

           MOVE 'N' TO WS-AUDIT-FAILED-SW.

           EXEC SQL
              INSERT INTO AUDIT_TRAIL
                 (CUST_ID, OLD_STATUS, OLD_SEGMENT,
                  NEW_STATUS, NEW_SEGMENT, RUN_TIMESTAMP,
                  CHANGE_SOURCE)
              VALUES
                 (:WS-CUST-ID, :WS-OLD-HOUSEHOLD-ID,
                  :WS-AUDIT-SEGMENT,
                  :WS-NEW-HOUSEHOLD-ID, :WS-AUDIT-SEGMENT,
                  :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-AUDIT-FAILED TO TRUE
               EXEC SQL
                  ROLLBACK TO SAVEPOINT HHLD_RECORD
               END-EXEC
               MOVE 'AUDIT INSERT FAILED -- NOT APPLIED'
                   TO WS-DTL-MESSAGE
               PERFORM 2600-DATABASE-FAILURE
                   THRU 2600-EXIT
           END-IF.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3900-COMMIT-CHECKPOINT -- COMMIT EVERY N APPLIED RECORDS  *
      *=============================================================*
       3900-COMMIT-CHECKPOINT.

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
      *    8000-FINALIZE -- REGISTER THE FEED, COMMIT, CLOSE THE     *
      *    ACKNOWLEDGEMENT, CONTROL TOTALS, CLOSE                    *
      *=============================================================*
       8000-FINALIZE.

           PERFORM 8300-REGISTER-FEED
               THRU 8300-EXIT.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 8350-WRITE-ACK-TRAILER
               THRU 8350-EXIT.

           MOVE SPACES TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE 'FEED RECORDS READ:' TO WS-SUMMARY-LABEL.
           MOVE WS-RECORDS-READ TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CUST-IDS LINKED:' TO WS-SUMMARY-LABEL.
           MOVE WS-LINKED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'MOVED TO ANOTHER HOUSEHOLD:' TO WS-SUMMARY-LABEL.
           MOVE WS-MOVED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CUST-IDS UNLINKED:' TO WS-SUMMARY-LABEL.
           MOVE WS-UNLINKED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'ALREADY IN PLACE:' TO WS-SUMMARY-LABEL.
           MOVE WS-ALREADY-DONE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CUST-IDS NOT FOUND:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'BAD ACTION/HOUSEHOLD ID:' TO WS-SUMMARY-LABEL.
           MOVE WS-BAD-RECORD-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'UNLINK -- OTHER HOUSEHOLD:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-LINKED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'READ/UPDATE FAILURES:' TO WS-SUMMARY-LABEL.
           MOVE WS-DB-FAILED-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           IF WS-DB-FAILED-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              AND WS-ACK-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE RELATIONSHIP-FILE.
           CLOSE HHLD-REPORT-FILE.
           CLOSE ACK-FILE.

           GO TO 8000-EXIT.

       8000-EXIT.
           EXIT.

      *=============================================================*
      *    8100-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE CONTROL TOTALS               *
      *=============================================================*
       8100-WRITE-COUNT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
                  WS-SUMMARY-COUNT DELIMITED BY SIZE
                  INTO HL-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE HL-REPORT-LINE.

           GO TO 8100-EXIT.

       8100-EXIT.
           EXIT.

      *=============================================================*
      *    8300-REGISTER-FEED -- ONE FEED_REGISTRY ROW PER FILE      *
      *    PRESENTED, ACCEPTED OR REFUSED.  ONLY 'ACCEPTED' ROWS     *
      *    COUNT TOWARD THE DUPLICATE AND SEQUENCE CHECKS.           *
      *    COMMITTED BY 8000-FINALIZE WITH THE LAST OF THE CHANGES.  *
      *=============================================================*
       8300-REGISTER-FEED.

           EXEC SQL
              INSERT INTO FEED_REGISTRY
                 (FEED_NAME, SENDER_ID, SEQUENCE_NO, FILE_DATE,
                  RECORD_COUNT, HASH_TOTAL, FEED_STATUS,
                  REFUSAL_CODE, ACCEPTED_COUNT, REJECTED_COUNT,
                  DUPLICATE_COUNT, PROCESS_PROGRAM, PROCESSED_TS)
              VALUES
                 (:WS-FEED-NAME, :WS-FEED-SENDER-ID,
                  :WS-FEED-SEQUENCE-NO, :WS-FEED-FILE-DATE,
                  :WS-VERIFY-COUNT, :WS-VERIFY-HASH, :WS-FEED-STATUS,
                  :WS-REFUSAL-CODE, :WS-ACK-ACCEPTED-COUNT,
                  :WS-ACK-REJECTED-COUNT, :WS-ACK-DUPLICATE-COUNT,
                  :WS-CHANGE-SOURCE, :WS-RUN-TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO HL-REPORT-LINE
               MOVE 'FEED_REGISTRY INSERT FAILED -- SEE SQLCODE'
                   TO HL-REPORT-LINE
               WRITE HL-REPORT-LINE
               DISPLAY 'CUSTHHLD: FEED_REGISTRY INSERT FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO 8300-EXIT.

       8300-EXIT.
           EXIT.

      *=============================================================*
      *    8350-WRITE-ACK-TRAILER -- 'T' RECORD CLOSING RELNACK      *
      *=============================================================*
       8350-WRITE-ACK-TRAILER.

           MOVE SPACES                 TO AK-TRAILER-RECORD.
           SET AK-T-TYPE-TRAILER       TO TRUE.
           MOVE WS-RECORDS-READ        TO AK-T-RECORD-COUNT.
           MOVE WS-ACK-ACCEPTED-COUNT  TO AK-T-ACCEPTED-COUNT.
           MOVE WS-ACK-REJECTED-COUNT  TO AK-T-REJECTED-COUNT.
           MOVE WS-ACK-DUPLICATE-COUNT TO AK-T-DUPLICATE-COUNT.
           WRITE AK-TRAILER-RECORD.

           GO TO 8350-EXIT.

       8350-EXIT.
           EXIT.
