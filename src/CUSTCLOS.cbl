      *       A ROW CARRYING AN UNEXPIRED MANUAL-OVERRIDE HOLD, OR
      *       SITTING ON STATUS 'WRITEOFF', IS NOT CLOSED: COLLECTIONS
      *       IS STILL WORKING THE ACCOUNT AND DELETING THE ROW WOULD
      *       DESTROY THE REFERRAL LOOP.  NOR IS A ROW ON STATUS
      *       'ESCHEATED', WHOSE BALANCE NOW SITS WITH THE STATE.
      *       THOSE FEED RECORDS ARE LISTED ON CLOSRPT AS REFUSED AND
      *       COUNTED SEPARATELY.
      *
      *       CLOSED/REFUSED CONTROL TOTALS GO TO CLOSRPT AND, AS A
      *       'CLOS' RECORD, TO RECONTOT SO CUSTRECN CAN EXPLAIN THE
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-09-02  JH   INITIAL VERSION.
      *       2026-10-15  JH   CLOSACCT NOW CARRIES A FEEDCTL HEADER
      *                        AND TRAILER, CHECKED (FEED NAME,
      *                        RECORD COUNT, CUST-ID HASH, SEQUENCE
      *                        NUMBER AGAINST FEED_REGISTRY) BEFORE
      *                        ANY ACCOUNT IS CLOSED.  A SHORT, OUT-
      *                        OF-SEQUENCE OR ALREADY-PROCESSED FILE
      *                        -- THE RESENT-OLD-FILE CASE -- IS
      *                        REFUSED WHOLE, RC 8, AND REGISTERED AS
      *                        REFUSED.  AN ACKREC ACKNOWLEDGEMENT
      *                        (CLOSACK) LISTS EACH RECORD ACCEPTED,
      *                        REJECTED (NOTF/WRTO/HOLD/DBER) OR
      *                        DUPLICATE; A CUST-ID ALREADY CLOSED BY
      *                        AN EARLIER CUSTCLOS RUN IS A DUPLICATE,
      *                        NOT A NOT-FOUND.
      *       2026-10-15  JH   HOLD EXPIRY AND THE RULE_CONTROL
      *                        EFFECTIVE DATE ARE NOW TESTED AGAINST
      *                        THE STREAM BUSINESS DATE (STREAM_DATE)
      *                        INSTEAD OF CURRENT DATE.
      *       2026-10-15  JH   A ROW ON STATUS 'ESCHEATED' IS NOT
      *                        CLOSED EITHER: ITS BALANCE HAS BEEN
      *                        REPORTED AND REMITTED TO THE STATE BY
      *                        CUSTESCH, AND DELETING THE ROW WOULD
      *                        LOSE THE ONLY RECORD OF IT HERE.  IT IS
      *                        REFUSED (ACK REASON ESCH) AND COUNTED
      *                        WITH THE OTHER REFUSALS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCLOS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO CLOSACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLOSURE-FILE
           RECORDING MODE IS F.
           COPY CLOSREC.
           COPY FEEDCTL.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY RECONREC.

       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CLOSED-STATUS               PIC X(10) VALUE 'CLOSED'.
       01  WS-CLOSED-SEGMENT              PIC X(10) VALUE SPACES.

      *    A CUST-ID NOT ON THE TABLE THAT AN EARLIER CUSTCLOS RUN
      *    CLOSED IS A RESENT CLOSURE, ACKNOWLEDGED AS A DUPLICATE
       77  WS-PRIOR-CLOSE-COUNT           PIC S9(09) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    COMMIT INTERVAL -- SAME RULE_CONTROL ROW THE REST OF THE *
      *    STREAM RUNS ON; BUILT-IN DEFAULT IF NO ROW IS IN EFFECT  *
       77  WS-CLOSED-COUNT                PIC 9(09) COMP VALUE 0.
       77  WS-REFUSED-HOLD-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-REFUSED-WRTO-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-REFUSED-ESCH-COUNT          PIC 9(09) COMP VALUE 0.
       77  WS-NOT-FOUND-COUNT             PIC 9(09) COMP VALUE 0.
       77  WS-DELETE-FAILED-COUNT         PIC 9(09) COMP VALUE 0.
       77  WS-IMS-DELETED-COUNT           PIC 9(09) COMP VALUE 0.
       01  WS-SUMMARY-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

      *-----------------------------------------------------------*
      *    FEED CONTROL -- HEADER/TRAILER VALUES, THE COUNT AND    *
      *    HASH TAKEN BY THE VERIFY PASS, AND THE FEED_REGISTRY    *
      *    HOST VARIABLES                                          *
      *-----------------------------------------------------------*
       01  WS-FEED-NAME                   PIC X(08) VALUE 'CLOSACCT'.
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
      *    REFUSED/EXCEPTION DETAIL LINE                            *
      *-----------------------------------------------------------*
       01  WS-FEED-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-FEED-EOF                            VALUE 'Y'.

       01  WS-FEED-REFUSED-SW             PIC X(01) VALUE 'N'.
           88  WS-FEED-REFUSED                        VALUE 'Y'.

       01  WS-VERIFY-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-VERIFY-EOF                          VALUE 'Y'.

       01  WS-TRAILER-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                       VALUE 'Y'.

      *-----------------------------------------------------------*
      *    FILE STATUS CODES                                       *
      *-----------------------------------------------------------*
           05  WS-ARCH-FILE-STATUS        PIC X(02).
           05  WS-RPT-FILE-STATUS         PIC X(02).
           05  WS-RECON-FILE-STATUS       PIC X(02).
           05  WS-ACK-FILE-STATUS         PIC X(02).

       PROCEDURE DIVISION.


      *=============================================================*
      *    1000-INITIALIZE -- OPEN FILES, PICK UP THE COMMIT         *
      *    INTERVAL, FIX THE DATES, VERIFY THE FEED'S HEADER AND     *
      *    TRAILER, PRIME THE READ.  A REFUSED FEED LEAVES THE       *
      *    APPLY LOOP WITH NOTHING TO DO.                            *
      *=============================================================*
       1000-INITIALIZE.

               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.

           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTCLOS: OPEN FAILED FOR CLOSACK STATUS='
                       WS-ACK-FILE-STATUS
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
               DISPLAY 'CUSTCLOS: BUSINESS DATE LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
              SELECT COMMIT_INTERVAL
              INTO :WS-RULE-COMMIT-INTERVAL
              FROM RULE_CONTROL
              WHERE EFFECTIVE_DATE <= :WS-CURRENT-DATE
              ORDER BY EFFECTIVE_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           PERFORM 1400-VERIFY-FEED-CONTROL
               THRU 1400-EXIT.

      *    THE VERIFY PASS READ TO END OF FILE; START AGAIN FROM THE
      *    TOP FOR THE APPLY PASS
           CLOSE CLOSURE-FILE.
           OPEN INPUT CLOSURE-FILE.

           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTCLOS: REOPEN FAILED FOR CLOSACCT STATUS='
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
           READ CLOSURE-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.

           PERFORM 2100-READ-CLOSURE
               THRU 2100-EXIT.

       1000-EXIT.
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

           READ CLOSURE-FILE
               AT END
                   SET WS-VERIFY-EOF TO TRUE
           END-READ.

           GO TO 1410-EXIT.

       1410-EXIT.
           EXIT.

      *=============================================================*
      *    1420-COUNT-ONE-RECORD -- ONE RECORD OF THE VERIFY PASS.   *
      *    CLOSACCT CARRIES NO AMOUNT, SO THE HASH IS THE SUM OF THE *
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

           MOVE CS-CUST-ID TO WS-HASH-CUST-ID.
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

           MOVE SPACES TO CP-REPORT-LINE.
           MOVE '*** FEED REFUSED -- NO RECORD APPLIED ***'
               TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           MOVE SPACES TO CP-REPORT-LINE.
           STRING 'REASON: ' DELIMITED BY SIZE
                  WS-REFUSAL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSAL-TEXT DELIMITED BY SIZE
                  INTO CP-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE CP-REPORT-LINE.

           DISPLAY 'CUSTCLOS: CLOSACCT FEED REFUSED -- '
                   WS-REFUSAL-CODE ' ' WS-REFUSAL-TEXT.

           MOVE 8 TO RETURN-CODE.
           SET WS-FEED-EOF TO TRUE.

           GO TO 1480-EXIT.

       1480-EXIT.
           EXIT.

      *=============================================================*
      *    1490-ACKNOWLEDGE-FEED-HEADER -- 'H' RECORD ON CLOSACK     *
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
           MOVE SPACES TO CP-REPORT-LINE.
           STRING 'FEED: ' DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SIZE
                  '  SENDER: ' DELIMITED BY SIZE
                  WS-FEED-SENDER-ID DELIMITED BY SIZE
                  '  FILE DATE: ' DELIMITED BY SIZE
                  WS-FEED-FILE-DATE DELIMITED BY SIZE
                  '  SEQUENCE: ' DELIMITED BY SIZE
                  WS-SEQUENCE-DISPLAY DELIMITED BY SIZE
                  INTO CP-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE CP-REPORT-LINE.

           MOVE SPACES TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           GO TO 1490-EXIT.

       1490-EXIT.
           EXIT.

      *=============================================================*
      *    2000-PROCESS-CLOSURE -- ONE FEED RECORD PER PASS          *
      *=============================================================*
       2000-PROCESS-CLOSURE.

           MOVE SPACES TO WS-ACK-WORK.

           PERFORM 2200-FETCH-CUSTOMER
               THRU 2200-EXIT.

           PERFORM 2700-WRITE-ACK-DETAIL
               THRU 2700-EXIT.

           PERFORM 2100-READ-CLOSURE
               THRU 2100-EXIT.

           EXIT.

      *=============================================================*
      *    2100-READ-CLOSURE -- THE TRAILER ENDS THE APPLY PASS      *
      *=============================================================*
       2100-READ-CLOSURE.

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
      *    COUNTED OUTCOME); A 'WRITEOFF' STATUS OR AN UNEXPIRED     *
      *    MANUAL-OVERRIDE HOLD REFUSES THE CLOSURE -- COLLECTIONS   *
      *    IS STILL WORKING THE ACCOUNT AND DELETING THE ROW WOULD   *
      *    BREAK THE REFERRAL LOOP.  AN 'ESCHEATED' ROW IS REFUSED   *
      *    TOO: THE STATE HOLDS THE MONEY AND THE ROW IS THE RECORD. *
      *=============================================================*
       2200-FETCH-CUSTOMER.

               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-NOT-FOUND-COUNT
               PERFORM 2250-CHECK-PRIOR-CLOSE
                   THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.

               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-DELETE-FAILED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'DBER' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-REFUSED-WRTO-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'WRTO' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

           IF WS-OLD-STATUS = 'ESCHEATED'
               MOVE 'REFUSED -- ESCHEATED, CLAIM VIA STATE'
                   TO WS-DTL-MESSAGE
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-REFUSED-ESCH-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'ESCH' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-REFUSED-HOLD-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'HOLD' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 2200-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *=============================================================*
      *    2250-CHECK-PRIOR-CLOSE -- A CUST-ID THE TABLE DOES NOT    *
      *    HAVE IS ACKNOWLEDGED AS A DUPLICATE IF AUDIT_TRAIL SHOWS  *
      *    CUSTCLOS ALREADY CLOSED IT, OTHERWISE AS A NOT-FOUND      *
      *    REJECT THE BRANCH NEEDS TO LOOK AT                        *
      *=============================================================*
       2250-CHECK-PRIOR-CLOSE.

           MOVE 0 TO WS-PRIOR-CLOSE-COUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PRIOR-CLOSE-COUNT
              FROM AUDIT_TRAIL
              WHERE CUST_ID = :WS-CUST-ID
                AND NEW_STATUS = :WS-CLOSED-STATUS
                AND CHANGE_SOURCE = :WS-CHANGE-SOURCE
           END-EXEC.

           IF SQLCODE = 0 AND WS-PRIOR-CLOSE-COUNT > 0
               SET WS-ACK-DUPLICATE TO TRUE
               MOVE 'ALREADY CLOSED ON AN EARLIER FEED'
                   TO WS-ACK-REASON-TEXT
           ELSE
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'NOTF' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
           END-IF.

           GO TO 2250-EXIT.

       2250-EXIT.
           EXIT.

      *=============================================================*
      *    3000-CLOSE-CUSTOMER -- ARCHIVE FIRST, THEN DELETE.  THE   *
      *    ARCHIVE RECORD IS WRITTEN BEFORE ANYTHING IS REMOVED SO   *
               PERFORM 2500-WRITE-DETAIL-LINE
                   THRU 2500-EXIT
               ADD 1 TO WS-DELETE-FAILED-COUNT
               SET WS-ACK-REJECTED TO TRUE
               MOVE 'DBER' TO WS-ACK-REASON-CODE(1)
               MOVE WS-DTL-MESSAGE TO WS-ACK-REASON-TEXT
               GO TO 3000-EXIT
           END-IF.

      *    THE DB2 ROW IS GONE, SO THE CLOSURE IS ACCEPTED WHATEVER
      *    BECOMES OF THE IMS SEGMENT BELOW
           SET WS-ACK-ACCEPTED TO TRUE.

           PERFORM 3200-WRITE-AUDIT-ROW
               THRU 3200-EXIT.

       2500-EXIT.
           EXIT.

      *=============================================================*
      *    2700-WRITE-ACK-DETAIL -- ONE 'D' RECORD ON CLOSACK PER    *
      *    FEED RECORD, WITH THE OUTCOME 2200/3000 ARRIVED AT        *
      *=============================================================*
       2700-WRITE-ACK-DETAIL.

           MOVE SPACES              TO AK-DETAIL-RECORD.
           SET AK-D-TYPE-DETAIL     TO TRUE.
           MOVE WS-RECORDS-READ     TO AK-D-RECORD-NO.
           MOVE CS-CUST-ID          TO AK-D-CUST-ID.
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
      *    8000-FINALIZE -- COMMIT, CONTROL TOTALS, 'CLOS' RECORD    *
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

           MOVE SPACES TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           MOVE WS-REFUSED-WRTO-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'REFUSED -- ESCHEATED:' TO WS-SUMMARY-LABEL.
           MOVE WS-REFUSED-ESCH-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.

           MOVE 'CUST-IDS NOT FOUND:' TO WS-SUMMARY-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
           CLOSE CLOSURE-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE CLOSE-REPORT-FILE.
           CLOSE ACK-FILE.

           GO TO 8000-EXIT.

           MOVE WS-CLOSED-COUNT       TO TR-UPDATE-COUNT.
           MOVE 0                     TO TR-VALID-COUNT.
           COMPUTE TR-INVALID-COUNT =
               WS-REFUSED-HOLD-COUNT + WS-REFUSED-WRTO-COUNT
             + WS-REFUSED-ESCH-COUNT.
           MOVE WS-RUN-TIMESTAMP      TO TR-RUN-TIMESTAMP.
           MOVE WS-IMS-DELETE-FAIL-COUNT TO TR-DLI-SKIP-COUNT.
           MOVE WS-DELETE-FAILED-COUNT TO TR-UPDATE-FAILED-COUNT.

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
               MOVE SPACES TO CP-REPORT-LINE
               MOVE 'FEED_REGISTRY INSERT FAILED -- SEE SQLCODE'
                   TO CP-REPORT-LINE
               WRITE CP-REPORT-LINE
               DISPLAY 'CUSTCLOS: FEED_REGISTRY INSERT FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           GO TO 8300-EXIT.

       8300-EXIT.
           EXIT.

      *=============================================================*
      *    8350-WRITE-ACK-TRAILER -- 'T' RECORD CLOSING CLOSACK      *
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
