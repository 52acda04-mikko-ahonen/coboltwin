      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-08-22  JH   INITIAL VERSION.
      *       2026-10-15  JH   NEWACCTS NOW CARRIES A FEEDCTL HEADER
      *                        AND TRAILER.  THE WHOLE FILE IS READ
      *                        ONCE AND CHECKED (FEED NAME, RECORD
      *                        COUNT, BALANCE HASH, SEQUENCE NUMBER
      *                        AGAINST FEED_REGISTRY) BEFORE ANY
      *                        RECORD IS APPLIED; A SHORT, OUT-OF-
      *                        SEQUENCE OR ALREADY-PROCESSED FILE IS
      *                        REFUSED WHOLE, RC 8.  EVERY FILE, TAKEN
      *                        OR REFUSED, IS REGISTERED ON
      *                        FEED_REGISTRY, AND AN ACKREC
      *                        ACKNOWLEDGEMENT (LOADACK) GOES BACK TO
      *                        THE BRANCH LISTING EACH RECORD AS
      *                        ACCEPTED, REJECTED WITH ITS REASON
      *                        CODES, OR DUPLICATE.
      *       2026-10-15  JH   THE RULE_CONTROL ROW IN EFFECT IS NOW
      *                        PICKED AT THE STREAM BUSINESS DATE
      *                        (STREAM_DATE), NOT CURRENT DATE, SO IT
      *                        MATCHES THE ROW CUSTPROC RUNS UNDER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTLOAD.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO LOADACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NEW-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY NEWACREC.
           COPY FEEDCTL.

       FD  LOAD-REPORT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY RECONREC.

       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    AUDIT TRAIL WORK AREA                                   *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-BUSINESS-DATE               PIC X(10).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CUSTLOAD'.
       01  WS-OLD-STATUS                  PIC X(10) VALUE SPACES.
       01  WS-OLD-SEGMENT                 PIC X(10) VALUE SPACES.
       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.

      *-----------------------------------------------------------*
      *    FEED CONTROL -- HEADER/TRAILER VALUES, THE COUNT AND    *
      *    HASH TAKEN BY THE VERIFY PASS, AND THE FEED_REGISTRY    *
      *    HOST VARIABLES                                          *
      *-----------------------------------------------------------*
       01  WS-FEED-NAME                   PIC X(08) VALUE 'NEWACCTS'.
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

      *-----------------------------------------------------------*
      *    ACKNOWLEDGEMENT WORK AREA -- OUTCOME OF THE CURRENT     *
      *    FEED RECORD, SET WHERE THE OUTCOME IS DECIDED AND       *
      *    WRITTEN ONCE PER RECORD BY 3400-WRITE-ACK-DETAIL        *
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
      *    REPORT DETAIL LINE                                      *
      *-----------------------------------------------------------*
       01  WS-DUPLICATE-SW                PIC X(01) VALUE 'N'.
           88  WS-DUPLICATE-FOUND                     VALUE 'Y'.

       01  WS-FEED-REFUSED-SW             PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED                        VALUE 'Y'.

       01  WS-VERIFY-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-VERIFY-EOF                          VALUE 'Y'.

       01  WS-TRAILER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                       VALUE 'Y'.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
           05  WS-FEED-FILE-STATUS        PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-RECON-FILE-STATUS       PIC X(02).
           05  WS-ACK-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- OPEN FILES, LOAD THE RULE SET, VERIFY  *
      *    THE FEED'S HEADER AND TRAILER, PRIME THE READ.  A         *
      *    REFUSED FEED LEAVES THE APPLY LOOP WITH NOTHING TO DO.    *
      *=============================================================*
       1000-INITIALIZE.

               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.

           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTLOAD: OPEN FAILED FOR LOADACK STATUS='
                       WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1300-LOAD-RULE-CONTROL
               THRU 1300-EXIT.

           MOVE SPACES TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.

           PERFORM 1400-VERIFY-FEED-CONTROL
               THRU 1400-EXIT.

      *    THE VERIFY PASS READ TO END OF FILE; START AGAIN FROM THE
      *    TOP FOR THE APPLY PASS
           CLOSE NEW-ACCOUNT-FILE.
           OPEN INPUT NEW-ACCOUNT-FILE.

           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTLOAD: REOPEN FAILED FOR NEWACCTS STATUS='
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
           READ NEW-ACCOUNT-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.

           PERFORM 2100-READ-NEW-ACCOUNT
               THRU 2100-EXIT.

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
               DISPLAY 'CUSTLOAD: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT RULE_SET_VERSION,
                     TIER_HIGH_THRESHOLD,
                   :WS-RULE-BAL-LIMIT-SW,
                   :WS-RULE-NAME-CHARS-SW
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-BUSINESS-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
       1300-EXIT.
           EXIT.

      *=============================================================*
      *    1400-VERIFY-FEED-CONTROL -- READ THE WHOLE FILE ONCE,     *
      *    BEFORE ANYTHING IS APPLIED.  THE FIRST RECORD MUST BE A   *
      *    FEEDCTL HEADER FOR THIS FEED; EVERY RECORD UP TO THE      *
      *    TRAILER IS COUNTED AND HASHED; THE TRAILER MUST BE THE    *
      *    LAST RECORD AND ITS COUNT AND HASH MUST AGREE.  A FILE    *
      *    THAT PASSES IS THEN CHECKED AGAINST FEED_REGISTRY.  THE   *
      *    FIRST FAILURE FOUND IS THE REFUSAL REASON.                *
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

           READ NEW-ACCOUNT-FILE
               AT END
                   SET WS-VERIFY-EOF TO TRUE
           END-READ.

           GO TO 1410-EXIT.

       1410-EXIT.
           EXIT.

      *=============================================================*
      *    1420-COUNT-ONE-RECORD -- ONE RECORD OF THE VERIFY PASS.   *
      *    THE HASH IS THE SUM OF NA-BALANCE; A NON-NUMERIC BALANCE  *
      *    ADDS NOTHING (3000-VALIDATE-RECORD REJECTS IT LATER).     *
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

           IF NA-BALANCE NUMERIC
               ADD NA-BALANCE TO WS-VERIFY-HASH
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

           MOVE SPACES TO LR-REPORT-LINE.
           MOVE '*** FEED REFUSED -- NO RECORD APPLIED ***'
               TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.

           MOVE SPACES TO LR-REPORT-LINE.
           STRING 'REASON: ' DELIMITED BY SIZE
                  WS-REFUSAL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSAL-TEXT DELIMITED BY SIZE
                  INTO LR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE LR-REPORT-LINE.

           DISPLAY 'CUSTLOAD: NEWACCTS FEED REFUSED -- '
                   WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT.

           MOVE 8 TO RETURN-CODE.
           SET WS-FEED-EOF TO TRUE.

           GO TO 1480-EXIT.

       1480-EXIT.
           EXIT.

      *=============================================================*
      *    1490-ACKNOWLEDGE-FEED-HEADER -- 'H' RECORD ON LOADACK     *
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
           MOVE SPACES TO LR-REPORT-LINE.
           STRING 'FEED: ' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SIZE
                  '  SENDER: ' DELIMITED BY SIZE
                  WS-FEED-SENDER-ID DELIMITED BY SIZE
                  '  FILE DATE: ' DELIMITED BY SIZE
                  WS-FEED-FILE-DATE DELIMITED BY SIZE
                  '  SEQUENCE: ' DELIMITED BY SIZE
                  WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                  INTO LR-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE LR-REPORT-LINE.

           MOVE SPACES TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.

           GO TO 1490-EXIT.

       1490-EXIT.
           EXIT.

      *=============================================================*
      *    2000-PROCESS-NEW-ACCOUNT -- ONE FEED RECORD PER PASS      *
      *=============================================================*

           MOVE NA-CUST-ID  TO WS-CUST-ID.
           MOVE NA-NAME     TO WS-NAME.
           MOVE SPACES      TO WS-ACK-WORK.

           PERFORM 3000-VALIDATE-RECORD
               THRU 3000-EXIT.

           IF WS-REASON-COUNT > 0
               SET WS-ACK-REJECTED TO TRUE
               PERFORM 3200-REPORT-REJECT
                   THRU 3200-EXIT
               ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 3300-WRITE-DETAIL-LINE
                       THRU 3300-EXIT
                   ADD 1 TO WS-DUPLICATE-COUNT
                   SET WS-ACK-DUPLICATE TO TRUE
                   MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               ELSE
                   PERFORM 5000-INSERT-CUSTOMER
                       THRU 5000-EXIT
               END-IF
           END-IF.

           PERFORM 3400-WRITE-ACK-DETAIL
               THRU 3400-EXIT.

           PERFORM 2100-READ-NEW-ACCOUNT
               THRU 2100-EXIT.

           EXIT.

      *=============================================================*
      *    2100-READ-NEW-ACCOUNT -- THE TRAILER ENDS THE APPLY PASS  *
      *=============================================================*
       2100-READ-NEW-ACCOUNT.

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

           MOVE 'REJECTED AT VALIDATION' TO WS-DTL-MESSAGE.
           MOVE SPACES TO WS-DTL-REASONS.
           MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT.

           PERFORM 3210-ADD-REASON-TO-LINE
               THRU 3210-EXIT
      *=============================================================*
      *    3210-ADD-REASON-TO-LINE -- REASON CODES PACKED FOUR WIDE  *
      *    PLUS A SEPARATING SPACE (4 REASONS FIT THE 19-BYTE FIELD) *
      *    -- AND THE SAME CODE INTO THE ACKNOWLEDGEMENT SLOT        *
      *=============================================================*
       3210-ADD-REASON-TO-LINE.

           COMPUTE WS-NAME-IX = (WS-REASON-IX - 1) * 5 + 1.
           MOVE WS-REASON-ENTRY(WS-REASON-IX)
               TO WS-DTL-REASONS(WS-NAME-IX:4).
           MOVE WS-REASON-ENTRY(WS-REASON-IX)
               TO WS-ACK-REASON-CODE(WS-REASON-IX).

           GO TO 3210-EXIT.

               PERFORM 5200-WRITE-AUDIT-ROW
                   THRU 5200-EXIT
               ADD 1 TO WS-ACCEPTED-COUNT
               SET WS-ACK-ACCEPTED TO TRUE
               ADD WS-BALANCE TO WS-LOAD-TOTAL-BALANCE
               ADD 1 TO WS-ROWS-SINCE-COMMIT
               IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               PERFORM 3300-WRITE-DETAIL-LINE
                   THRU 3300-EXIT
               ADD 1 TO WS-INSERT-FAILED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'DBER' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
           END-IF.

           GO TO 5000-EXIT.
       3300-EXIT.
           EXIT.

      *=============================================================*
      *    3400-WRITE-ACK-DETAIL -- ONE 'D' RECORD ON LOADACK PER    *
      *    FEED RECORD, WITH THE OUTCOME 2000 ARRIVED AT             *
      *=============================================================*
       3400-WRITE-ACK-DETAIL.

           MOVE SPACES              TO AK-DETAIL-RECORD.
           SET AK-D-TYPE-DETAIL     TO TRUE.
           MOVE WS-RECORDS-READ     TO AK-D-RECORD-NO.
           MOVE NA-CUST-ID          TO AK-D-CUST-ID.
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

           GO TO 3400-EXIT.

       3400-EXIT.
           EXIT.

      *=============================================================*
      *    8000-FINALIZE -- COMMIT, CONTROL TOTALS, 'LOAD' RECORD    *
      *    ON RECONTOT, CLOSE                                        *
      *=============================================================*
       8000-FINALIZE.

           PERFORM 8300-REGISTER-FEED
               THRU 8300-EXIT.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 8350-WRITE-ACK-TRAILER
               THRU 8350-EXIT.

           MOVE SPACES TO LR-REPORT-LINE.
           WRITE LR-REPORT-LINE.


           CLOSE NEW-ACCOUNT-FILE.
           CLOSE LOAD-REPORT-FILE.
           CLOSE ACK-FILE.

           GO TO 8000-EXIT.


       8200-EXIT.
           EXIT.

      *=============================================================*
      *    8300-REGISTER-FEED -- ONE FEED_REGISTRY ROW PER FILE      *
      *    PRESENTED, ACCEPTED OR REFUSED, SO WHAT ARRIVED AND WHAT  *
      *    BECAME OF IT CAN BE QUERIED.  ONLY 'ACCEPTED' ROWS COUNT  *
      *    TOWARD THE DUPLICATE AND SEQUENCE CHECKS.  COMMITTED BY   *
      *    8000-FINALIZE WITH THE LAST OF THE INSERTS.               *
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
               MOVE SPACES TO LR-REPORT-LINE
               MOVE 'FEED_REGISTRY INSERT FAILED -- SEE SQLCODE'
                   TO LR-REPORT-LINE
               WRITE LR-REPORT-LINE
               DISPLAY 'CUSTLOAD: FEED_REGISTRY INSERT FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO 8300-EXIT.

       8300-EXIT.
           EXIT.

      *=============================================================*
      *    8350-WRITE-ACK-TRAILER -- 'T' RECORD CLOSING LOADACK      *
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
