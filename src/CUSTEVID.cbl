      *            LAYOUT, CURRENT GENERATION ON SUSPFILE);
      *            DISPOSITIONS ALREADY APPLIED APPEAR AS CUSTDISP
      *            AUDIT ROWS
      *          - EVERY NAME AND BALANCE CHANGE THE POSTING SYSTEM
      *            MADE, FROM NAME_BALANCE_HIST (CUSTCHGH), PLACED
      *            AT THE ROW'S LAST_MAINT_TS
      *          - EVERY COLLECTIONS NOTICE (CUSTOMER_NOTICE) --
      *            WHEN IT WAS ISSUED, THE CURE DATE IT GAVE, AND
      *            WHETHER IT ENDED IN A REFERRAL OR WAS CANCELLED
      *          - THE CURRENT CUSTOMER_DATA ROW IMAGE AT THE TOP
      *       EVENTS ARE MERGED BY TIMESTAMP SO THE REGULATOR READS
      *       ONE TIMELINE, NOT FOUR REPORTS.
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   NAME AND BALANCE CHANGES CAPTURED BY
      *                        CUSTCHGH (NAME_BALANCE_HIST) NOW JOIN
      *                        THE TIMELINE, SO THE PACK SHOWS WHAT
      *                        THE BALANCE WAS WHEN EACH REFERRAL OR
      *                        OVERRIDE HAPPENED.
      *       2026-10-15  JH   HOUSEHOLD LINK CHANGES (CUSTHHLD AND
      *                        CHHL AUDIT ROWS) PRINT AS HOUSEHOLD
      *                        OLD -> NEW RATHER THAN AS A STATUS
      *                        CHANGE.
      *       2026-10-15  JH   COLLECTIONS NOTICES (CUSTOMER_NOTICE)
      *                        JOIN THE TIMELINE -- ISSUE, CURE DATE,
      *                        AND REFERRAL OR CANCELLATION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTEVID.
       77  WS-Q-APP-TS-IND                PIC S9(04) COMP VALUE 0.
       77  WS-Q-EXPIRY-IND                PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    NAME_BALANCE_HIST HOST VARIABLES -- OLD SIDE NULL ON A  *
      *    NEWR ROW, NEW SIDE AND LAST_MAINT_TS NULL ON A GONE ROW *
      *-----------------------------------------------------------*
       01  WS-H-CHANGE-TYPE               PIC X(04).
       01  WS-H-OLD-NAME                  PIC X(30).
       01  WS-H-NEW-NAME                  PIC X(30).
       01  WS-H-OLD-BALANCE               PIC S9(7)V99 COMP-3.
       01  WS-H-NEW-BALANCE               PIC S9(7)V99 COMP-3.
       01  WS-H-MAINT-TS                  PIC X(26).
       01  WS-H-CAPTURE-TS                PIC X(26).
       77  WS-H-OLD-NAME-IND              PIC S9(04) COMP VALUE 0.
       77  WS-H-NEW-NAME-IND              PIC S9(04) COMP VALUE 0.
       77  WS-H-OLD-BAL-IND               PIC S9(04) COMP VALUE 0.
       77  WS-H-NEW-BAL-IND               PIC S9(04) COMP VALUE 0.
       77  WS-H-MAINT-TS-IND              PIC S9(04) COMP VALUE 0.

       01  WS-OLD-BALANCE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99-.

      *-----------------------------------------------------------*
      *    CUSTOMER_NOTICE HOST VARIABLES -- CLOSE_TS IS NULL      *
      *    WHILE THE NOTICE IS STILL OPEN                          *
      *-----------------------------------------------------------*
       01  WS-N-NOTICE-TS                 PIC X(26).
       01  WS-N-CURE-END-DATE             PIC X(10).
       01  WS-N-REASON-CODE               PIC X(04).
       01  WS-N-NOTICE-STATUS             PIC X(10).
       01  WS-N-CLOSE-TS                  PIC X(26).
       01  WS-N-CLOSE-REASON              PIC X(04).
       77  WS-N-CLOSE-TS-IND              PIC S9(04) COMP VALUE 0.
       77  WS-N-REASON-IND                PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    MERGED EVENT TABLE -- ONE ENTRY PER EVENT FROM ANY       *
      *    SOURCE, SORTED BY TIMESTAMP BEFORE PRINTING              *
       77  WS-ARCH-AUDIT-COUNT            PIC 9(09) COMP VALUE 0.
       77  WS-OVERRIDE-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-SUSPENSE-COUNT              PIC 9(09) COMP VALUE 0.
       77  WS-POSTING-CHANGE-COUNT        PIC 9(09) COMP VALUE 0.
       77  WS-NOTICE-COUNT                PIC 9(09) COMP VALUE 0.

       01  WS-SUMMARY-LABEL               PIC X(30).
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
           PERFORM 5000-COLLECT-OVERRIDE-EVENTS
               THRU 5000-EXIT.

           PERFORM 5500-COLLECT-POSTING-EVENTS
               THRU 5500-EXIT.

           PERFORM 5700-COLLECT-NOTICE-EVENTS
               THRU 5700-EXIT.

           PERFORM 6000-COLLECT-SUSPENSE-EVENTS
               THRU 6000-EXIT.

           EXIT.

      *=============================================================*
      *    4100-FETCH-AUDIT-ROW -- A HOUSEHOLD LINK CHANGE CARRIES   *
      *    THE OLD AND NEW HOUSEHOLD IDS IN THE STATUS COLUMNS, SO   *
      *    IT IS WORDED AS ONE                                       *
      *=============================================================*
       4100-FETCH-AUDIT-ROW.


           MOVE WS-RUN-TIMESTAMP TO WS-BUILD-TIMESTAMP.
           MOVE SPACES TO WS-BUILD-TEXT.

           IF WS-CHANGE-SOURCE = 'CUSTHHLD' OR 'CHHL'
               IF WS-OLD-STATUS = SPACES
                   MOVE '(NONE)' TO WS-OLD-STATUS
               END-IF
               IF WS-NEW-STATUS = SPACES
                   MOVE '(NONE)' TO WS-NEW-STATUS
               END-IF
               STRING 'HOUSEHOLD LINK (' DELIMITED BY SIZE
                      WS-CHANGE-SOURCE DELIMITED BY SPACE
                      ') ' DELIMITED BY SIZE
                      WS-OLD-STATUS DELIMITED BY SPACE
                      ' -> ' DELIMITED BY SIZE
                      WS-NEW-STATUS DELIMITED BY SPACE
                      ' REQ ' DELIMITED BY SIZE
                      WS-REQUEST-USER DELIMITED BY SPACE
                      INTO WS-BUILD-TEXT
               ON OVERFLOW
                   CONTINUE
               END-STRING
               PERFORM 6500-ADD-EVENT
                   THRU 6500-EXIT
               ADD 1 TO WS-LIVE-AUDIT-COUNT
               GO TO 4100-EXIT
           END-IF.

           STRING 'CHANGE (' DELIMITED BY SIZE
                  WS-CHANGE-SOURCE DELIMITED BY SPACE
                  ') STATUS ' DELIMITED BY SIZE
       5100-EXIT.
           EXIT.

      *=============================================================*
      *    5500-COLLECT-POSTING-EVENTS -- NAME/BALANCE CHANGES THE   *
      *    POSTING SYSTEM MADE, AS CAPTURED NIGHTLY BY CUSTCHGH      *
      *=============================================================*
       5500-COLLECT-POSTING-EVENTS.

           EXEC SQL
              DECLARE E3 CURSOR FOR
              SELECT CHANGE_TYPE, OLD_NAME, NEW_NAME,
                     OLD_BALANCE, NEW_BALANCE,
                     CHAR(LAST_MAINT_TS), CHAR(CAPTURE_TS)
              FROM NAME_BALANCE_HIST
              WHERE CUST_ID = :WS-CUST-ID
              ORDER BY CAPTURE_TS
           END-EXEC.

           EXEC SQL
              OPEN E3
           END-EXEC.

           PERFORM 5600-FETCH-POSTING-ROW
               THRU 5600-EXIT
               UNTIL SQLCODE = 100.

           EXEC SQL
              CLOSE E3
           END-EXEC.

           GO TO 5500-EXIT.

       5500-EXIT.
           EXIT.

      *=============================================================*
      *    5600-FETCH-POSTING-ROW -- THE EVENT IS PLACED AT THE      *
      *    POSTING SYSTEM'S OWN STAMP WHERE THERE IS ONE, OTHERWISE  *
      *    AT THE NIGHT IT WAS CAPTURED.  A ROW WHERE BOTH NAME AND  *
      *    BALANCE CHANGED GIVES TWO EVENTS.                         *
      *=============================================================*
       5600-FETCH-POSTING-ROW.

           EXEC SQL
              FETCH E3 INTO
              :WS-H-CHANGE-TYPE,
              :WS-H-OLD-NAME :WS-H-OLD-NAME-IND,
              :WS-H-NEW-NAME :WS-H-NEW-NAME-IND,
              :WS-H-OLD-BALANCE :WS-H-OLD-BAL-IND,
              :WS-H-NEW-BALANCE :WS-H-NEW-BAL-IND,
              :WS-H-MAINT-TS :WS-H-MAINT-TS-IND,
              :WS-H-CAPTURE-TS
           END-EXEC.

           IF SQLCODE = 100
               GO TO 5600-EXIT
           END-IF.

           IF WS-H-OLD-NAME-IND < 0
               MOVE SPACES TO WS-H-OLD-NAME
           END-IF.
           IF WS-H-NEW-NAME-IND < 0
               MOVE SPACES TO WS-H-NEW-NAME
           END-IF.
           IF WS-H-OLD-BAL-IND < 0
               MOVE 0 TO WS-H-OLD-BALANCE
           END-IF.
           IF WS-H-NEW-BAL-IND < 0
               MOVE 0 TO WS-H-NEW-BALANCE
           END-IF.

           IF WS-H-MAINT-TS-IND < 0
               MOVE WS-H-CAPTURE-TS TO WS-BUILD-TIMESTAMP
           ELSE
               MOVE WS-H-MAINT-TS TO WS-BUILD-TIMESTAMP
           END-IF.

           MOVE WS-H-OLD-BALANCE TO WS-OLD-BALANCE-DISPLAY.
           MOVE WS-H-NEW-BALANCE TO WS-BALANCE-DISPLAY.

           ADD 1 TO WS-POSTING-CHANGE-COUNT.

           IF WS-H-CHANGE-TYPE = 'NEWR'
               MOVE SPACES TO WS-BUILD-TEXT
               STRING 'ROW APPEARED ON CUSTOMER_DATA -- NAME '
                          DELIMITED BY SIZE
                      WS-H-NEW-NAME DELIMITED BY '  '
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-BALANCE-DISPLAY DELIMITED BY SIZE
                      INTO WS-BUILD-TEXT
               ON OVERFLOW
                   CONTINUE
               END-STRING
               PERFORM 6500-ADD-EVENT
                   THRU 6500-EXIT
               GO TO 5600-EXIT
           END-IF.

           IF WS-H-CHANGE-TYPE = 'GONE'
               MOVE SPACES TO WS-BUILD-TEXT
               STRING 'ROW REMOVED FROM CUSTOMER_DATA -- LAST NAME '
                          DELIMITED BY SIZE
                      WS-H-OLD-NAME DELIMITED BY '  '
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-OLD-BALANCE-DISPLAY DELIMITED BY SIZE
                      INTO WS-BUILD-TEXT
               ON OVERFLOW
                   CONTINUE
               END-STRING
               PERFORM 6500-ADD-EVENT
                   THRU 6500-EXIT
               GO TO 5600-EXIT
           END-IF.

           IF WS-H-CHANGE-TYPE = 'NAME' OR WS-H-CHANGE-TYPE = 'BOTH'
               MOVE SPACES TO WS-BUILD-TEXT
               STRING 'POSTING SYSTEM NAME CHANGE ''' DELIMITED BY SIZE
                      WS-H-OLD-NAME DELIMITED BY '  '
                      ''' -> ''' DELIMITED BY SIZE
                      WS-H-NEW-NAME DELIMITED BY '  '
                      '''' DELIMITED BY SIZE
                      INTO WS-BUILD-TEXT
               ON OVERFLOW
                   CONTINUE
               END-STRING
               PERFORM 6500-ADD-EVENT
                   THRU 6500-EXIT
           END-IF.

           IF WS-H-CHANGE-TYPE = 'BALN' OR WS-H-CHANGE-TYPE = 'BOTH'
               MOVE SPACES TO WS-BUILD-TEXT
               STRING 'POSTING SYSTEM BALANCE CHANGE ' DELIMITED BY SIZE
                      WS-OLD-BALANCE-DISPLAY DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                      WS-BALANCE-DISPLAY DELIMITED BY SIZE
                      INTO WS-BUILD-TEXT
               ON OVERFLOW
                   CONTINUE
               END-STRING
               PERFORM 6500-ADD-EVENT
                   THRU 6500-EXIT
           END-IF.

           GO TO 5600-EXIT.

       5600-EXIT.
           EXIT.

      *=============================================================*
      *    5700-COLLECT-NOTICE-EVENTS -- COLLECTIONS NOTICES ISSUED  *
      *    BY CUSTPROC/CUSTREPR AND HOW EACH ONE ENDED               *
      *=============================================================*
       5700-COLLECT-NOTICE-EVENTS.

           EXEC SQL
              DECLARE E4 CURSOR FOR
              SELECT CHAR(NOTICE_TS), CHAR(CURE_END_DATE, ISO),
                     REASON_CODE, NOTICE_STATUS,
                     CHAR(CLOSE_TS), CLOSE_REASON
              FROM CUSTOMER_NOTICE
              WHERE CUST_ID = :WS-CUST-ID
              ORDER BY NOTICE_TS
           END-EXEC.

           EXEC SQL
              OPEN E4
           END-EXEC.

           PERFORM 5800-FETCH-NOTICE-ROW
               THRU 5800-EXIT
               UNTIL SQLCODE = 100.

           EXEC SQL
              CLOSE E4
           END-EXEC.

           GO TO 5700-EXIT.

       5700-EXIT.
           EXIT.

      *=============================================================*
      *    5800-FETCH-NOTICE-ROW -- ONE EVENT AT ISSUE, AND A SECOND *
      *    AT CLOSE_TS ONCE THE NOTICE HAS BEEN RELEASED TO          *
      *    COLLECTIONS OR CANCELLED                                  *
      *=============================================================*
       5800-FETCH-NOTICE-ROW.

           EXEC SQL
              FETCH E4 INTO
              :WS-N-NOTICE-TS,
              :WS-N-CURE-END-DATE,
              :WS-N-REASON-CODE,
              :WS-N-NOTICE-STATUS,
              :WS-N-CLOSE-TS :WS-N-CLOSE-TS-IND,
              :WS-N-CLOSE-REASON :WS-N-REASON-IND
           END-EXEC.

           IF SQLCODE = 100
               GO TO 5800-EXIT
           END-IF.

           IF WS-N-REASON-IND < 0
               MOVE SPACES TO WS-N-CLOSE-REASON
           END-IF.

           ADD 1 TO WS-NOTICE-COUNT.

           MOVE WS-N-NOTICE-TS TO WS-BUILD-TIMESTAMP.
           MOVE SPACES TO WS-BUILD-TEXT.
           STRING 'COLLECTIONS NOTICE ISSUED (' DELIMITED BY SIZE
                  WS-N-REASON-CODE DELIMITED BY SPACE
                  ') -- CURE PERIOD ENDS ' DELIMITED BY SIZE
                  WS-N-CURE-END-DATE DELIMITED BY SIZE
                  INTO WS-BUILD-TEXT
           ON OVERFLOW
               CONTINUE
           END-STRING.

           PERFORM 6500-ADD-EVENT
               THRU 6500-EXIT.

           IF WS-N-CLOSE-TS-IND < 0 OR WS-N-NOTICE-STATUS = 'OPEN'
               GO TO 5800-EXIT
           END-IF.

           MOVE WS-N-CLOSE-TS TO WS-BUILD-TIMESTAMP.
           MOVE SPACES TO WS-BUILD-TEXT.

           EVALUATE TRUE
               WHEN WS-N-NOTICE-STATUS = 'RELEASED'
                   MOVE 'NOTICE PERIOD ENDED -- REFERRED TO COLLECTIONS'
                       TO WS-BUILD-TEXT
               WHEN WS-N-CLOSE-REASON = 'CURE'
                   MOVE 'NOTICE CANCELLED -- ROW PASSED VALIDATION'
                       TO WS-BUILD-TEXT
               WHEN WS-N-CLOSE-REASON = 'DISP'
                   MOVE 'NOTICE CANCELLED -- CUSTDISP DISPOSITION'
                       TO WS-BUILD-TEXT
               WHEN WS-N-CLOSE-REASON = 'SUPR'
                   MOVE 'NOTICE SUPERSEDED BY A LATER NOTICE'
                       TO WS-BUILD-TEXT
               WHEN WS-N-CLOSE-REASON = 'STCH'
                   MOVE 'NOTICE CANCELLED -- STATUS CHANGED ELSEWHERE'
                       TO WS-BUILD-TEXT
               WHEN WS-N-CLOSE-REASON = 'GONE'
                   MOVE 'NOTICE CANCELLED -- ROW LEFT CUSTOMER_DATA'
                       TO WS-BUILD-TEXT
               WHEN OTHER
                   STRING 'NOTICE ' DELIMITED BY SIZE
                          WS-N-NOTICE-STATUS DELIMITED BY SPACE
                          INTO WS-BUILD-TEXT
                   ON OVERFLOW
                       CONTINUE
                   END-STRING
           END-EVALUATE.

           PERFORM 6500-ADD-EVENT
               THRU 6500-EXIT.

           GO TO 5800-EXIT.

       5800-EXIT.
           EXIT.

      *=============================================================*
      *    6000-COLLECT-SUSPENSE-EVENTS -- DISPOSITIONS STILL HELD   *
      *    IN THE CUSTDISP SUSPENSE FILE.  THE FIRST-SEEN DATE IS    *
           MOVE WS-SUSPENSE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'POSTING NAME/BALANCE CHANGES:' TO WS-SUMMARY-LABEL.
           MOVE WS-POSTING-CHANGE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'COLLECTIONS NOTICES:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOTICE-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           CLOSE EVIDENCE-REPORT-FILE.

           GO TO 8000-EXIT.
