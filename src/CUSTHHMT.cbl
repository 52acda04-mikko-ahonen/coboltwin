      *****************************************************************
      *
      *    PROGRAM:      CUSTHHMT
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       CICS TRANSACTION CHHL -- LETS A BRANCH-SUPPORT ANALYST
      *       LINK A CUST-ID INTO A HOUSEHOLD, MOVE IT TO ANOTHER
      *       HOUSEHOLD, OR UNLINK IT, BETWEEN DELIVERIES OF THE
      *       BRANCH RELATIONSHIP FEED (CUSTHHLD).  THE OPERATOR KEYS
      *       A CUST-ID AND SEES THE CUSTOMER'S NAME, BALANCE,
      *       STATUS AND CURRENT HOUSEHOLD WITH ITS MEMBER COUNT AND
      *       COMBINED BALANCE (THE FIGURE CUSTPROC TIERS ON), THEN
      *       KEYS A HOUSEHOLD ID AND L(INK) OR U(NLINK).
      *
      *       EVERY LINK CHANGE WRITES THE SAME AUDIT_TRAIL ROW
      *       CUSTHHLD WRITES -- OLD AND NEW HOUSEHOLD ID IN THE
      *       STATUS COLUMNS, SEGMENT COLUMNS BLANK -- WITH
      *       CHANGE_SOURCE 'CHHL' AND THE OPERATOR AS REQUEST_USER.
      *       THE MEMBERSHIP CHANGE AND ITS AUDIT ROW COMMIT
      *       TOGETHER OR NOT AT ALL.  IF ANOTHER OPERATOR OR THE
      *       FEED HAS CHANGED THE CUSTOMER'S HOUSEHOLD SINCE THE
      *       SCREEN WAS SENT, NOTHING IS APPLIED AND THE OPERATOR
      *       IS ASKED TO LOOK AGAIN.
      *
      *    RUN SEQUENCE:
      *       ONLINE, CICS REGION.  TRANSID CHHL, MAPSET CUSTSET,
      *       MAP HHLDMAP.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTHHMT.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY HHLDMAP.

      *-----------------------------------------------------------*
      *    CICS RESPONSE/CONTROL WORK AREAS                        *
      *-----------------------------------------------------------*
       01  WS-MAPSET-NAME                 PIC X(08) VALUE 'CUSTSET'.
       01  WS-MAP-NAME                    PIC X(08) VALUE 'HHLDMAP'.
       01  WS-TRANS-ID                    PIC X(04) VALUE 'CHHL'.

       01  WS-RESP-CODE                   PIC S9(08) COMP.

      *-----------------------------------------------------------*
      *    CUSTOMER_DATA / HOUSEHOLD_MEMBER HOST VARIABLES         *
      *-----------------------------------------------------------*
       01  WS-CUST-ID                     PIC X(10).
       01  WS-NAME                        PIC X(30).
       01  WS-BALANCE                     PIC S9(7)V99 COMP-3.
       01  WS-STATUS                      PIC X(10).
       01  WS-BALANCE-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-CUR-HOUSEHOLD-ID            PIC X(10).
       01  WS-OLD-HOUSEHOLD-ID            PIC X(10).
       01  WS-NEW-HOUSEHOLD-ID            PIC X(10).
       77  WS-HHLD-MEMBER-COUNT           PIC S9(09) COMP VALUE 0.
       77  WS-HHLD-BALANCE                PIC S9(09)V99 COMP-3
                                           VALUE 0.
       77  WS-HHLD-BALANCE-IND            PIC S9(04) COMP VALUE 0.
       01  WS-HHLD-BALANCE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-MEMBER-COUNT-DISPLAY        PIC ZZZZ9.

       01  WS-SCREEN-MESSAGE              PIC X(40).

       01  WS-ACTION                      PIC X(01).
           88  WS-ACTION-LINK                         VALUE 'L'.
           88  WS-ACTION-UNLINK                       VALUE 'U'.

      *-----------------------------------------------------------*
      *    AUDIT TRAIL WORK AREA -- SAME ROW SHAPE AS CUSTHHLD'S    *
      *    3200-WRITE-AUDIT-ROW, CHANGE_SOURCE IS THE TRANSID       *
      *-----------------------------------------------------------*
       01  WS-RUN-TIMESTAMP               PIC X(26).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CHHL'.
       01  WS-AUDIT-SEGMENT               PIC X(10) VALUE SPACES.
       01  WS-REQUEST-USER                PIC X(08).

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
      *-----------------------------------------------------------*
       01  WS-NOT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-CUST-NOT-FOUND                      VALUE 'Y'.

       01  WS-IN-HOUSEHOLD-SW             PIC X(01) VALUE 'N'.
           88  WS-IN-HOUSEHOLD                        VALUE 'Y'.

       01  WS-APPLY-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-APPLY-FAILED                        VALUE 'Y'.

      *-----------------------------------------------------------*
      *    COMMAREA -- CARRIES THE CUST-ID AND THE HOUSEHOLD IT WAS *
      *    IN WHEN THE SCREEN WENT OUT, SO THE APPLY CAN TELL IF    *
      *    ANYONE ELSE MOVED IT IN BETWEEN                          *
      *-----------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-MODE                    PIC X(01).
               88  CA-MODE-INQUIRY            VALUE '1'.
               88  CA-MODE-CONFIRM            VALUE '2'.
           05  CA-CUST-ID                 PIC X(10).
           05  CA-OLD-HOUSEHOLD-ID        PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                PIC X(21).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE -- FIRST TIME IN (EIBCALEN = 0) PUTS UP A   *
      *    BLANK SCREEN.  RETURNING WITH A COMMAREA MEANS THE        *
      *    OPERATOR HAS EITHER JUST ENTERED A CUST-ID (MODE 1) OR    *
      *    IS APPLYING A LINK/UNLINK ON THE SAME SCREEN (MODE 2).    *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           IF EIBCALEN = 0
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF CA-MODE-INQUIRY
                   PERFORM 3000-PROCESS-INQUIRY
                       THRU 3000-EXIT
               ELSE
                   PERFORM 4000-PROCESS-LINK-CHANGE
                       THRU 4000-EXIT
               END-IF
           END-IF.

           PERFORM 9000-RETURN-TRANSACTION
               THRU 9000-EXIT.

           GOBACK.

      *=============================================================*
      *    1000-INITIALIZE                                          *
      *=============================================================*
       1000-INITIALIZE.

           MOVE SPACES TO WS-COMMAREA.
           MOVE 'N'    TO WS-NOT-FOUND-SW.
           MOVE 'N'    TO WS-IN-HOUSEHOLD-SW.
           MOVE 'N'    TO WS-APPLY-FAILED-SW.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    2000-SEND-BLANK-MAP -- INITIAL SCREEN, NO DATA            *
      *=============================================================*
       2000-SEND-BLANK-MAP.

           MOVE SPACES TO HHLDMAPO.
           MOVE 'ENTER CUST-ID AND PRESS ENTER' TO HMSGO.

           EXEC CICS SEND MAP(WS-MAP-NAME)
                          MAPSET(WS-MAPSET-NAME)
                          ERASE
                          RESP(WS-RESP-CODE)
           END-EXEC.

           SET CA-MODE-INQUIRY TO TRUE.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    3000-PROCESS-INQUIRY -- OPERATOR KEYED A CUST-ID.  LOOK   *
      *    IT UP AND SEND BACK THE CUSTOMER AND ITS HOUSEHOLD.       *
      *=============================================================*
       3000-PROCESS-INQUIRY.

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
                             MAPSET(WS-MAPSET-NAME)
                             RESP(WS-RESP-CODE)
           END-EXEC.

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE HCUSTI TO WS-CUST-ID.

           PERFORM 3500-BUILD-CUSTOMER-SCREEN
               THRU 3500-EXIT.

           IF NOT WS-CUST-NOT-FOUND
               MOVE 'KEY HOUSEHOLD ID AND L(INK) OR U(NLINK)'
                   TO HMSGO
           END-IF.

           EXEC CICS SEND MAP(WS-MAP-NAME)
                          MAPSET(WS-MAPSET-NAME)
                          DATAONLY
                          RESP(WS-RESP-CODE)
           END-EXEC.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-FETCH-CUSTOMER -- READ THE CURRENT ROW FROM DB2      *
      *=============================================================*
       3100-FETCH-CUSTOMER.

           MOVE 'N' TO WS-NOT-FOUND-SW.

           EXEC SQL
              SELECT NAME, BALANCE, STATUS
              INTO :WS-NAME, :WS-BALANCE, :WS-STATUS
              FROM CUSTOMER_DATA
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-CUST-NOT-FOUND TO TRUE
           END-IF.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-FETCH-HOUSEHOLD -- THE CUSTOMER'S CURRENT HOUSEHOLD  *
      *    (SPACES IF NONE)                                          *
      *=============================================================*
       3200-FETCH-HOUSEHOLD.

           MOVE 'N'    TO WS-IN-HOUSEHOLD-SW.
           MOVE SPACES TO WS-CUR-HOUSEHOLD-ID.

           EXEC SQL
              SELECT HOUSEHOLD_ID
              INTO :WS-CUR-HOUSEHOLD-ID
              FROM HOUSEHOLD_MEMBER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-IN-HOUSEHOLD TO TRUE
           ELSE
               MOVE SPACES TO WS-CUR-HOUSEHOLD-ID
           END-IF.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3300-FETCH-HOUSEHOLD-TOTALS -- MEMBER COUNT AND COMBINED  *
      *    BALANCE OF THE CUSTOMER'S HOUSEHOLD, THE SAME SUM         *
      *    CUSTPROC'S 2320 TIERS ON                                  *
      *=============================================================*
       3300-FETCH-HOUSEHOLD-TOTALS.

           MOVE 0 TO WS-HHLD-MEMBER-COUNT.
           MOVE 0 TO WS-HHLD-BALANCE.

           EXEC SQL
              SELECT COUNT(*), SUM(C.BALANCE)
              INTO :WS-HHLD-MEMBER-COUNT,
                   :WS-HHLD-BALANCE :WS-HHLD-BALANCE-IND
              FROM HOUSEHOLD_MEMBER M, CUSTOMER_DATA C
              WHERE C.CUST_ID = M.CUST_ID
                AND M.HOUSEHOLD_ID = :WS-CUR-HOUSEHOLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-HHLD-BALANCE-IND < 0
               MOVE 0 TO WS-HHLD-BALANCE
           END-IF.

           GO TO 3300-EXIT.

       3300-EXIT.
           EXIT.

      *=============================================================*
      *    3500-BUILD-CUSTOMER-SCREEN -- FILL THE MAP FOR WS-CUST-ID *
      *    AND SET THE COMMAREA FOR THE FOLLOW-UP LINK/UNLINK        *
      *=============================================================*
       3500-BUILD-CUSTOMER-SCREEN.

           MOVE SPACES TO HHLDMAPO.

           PERFORM 3100-FETCH-CUSTOMER
               THRU 3100-EXIT.

           IF WS-CUST-NOT-FOUND
               MOVE WS-CUST-ID TO HCUSTO
               MOVE 'CUST-ID NOT FOUND' TO HMSGO
               SET CA-MODE-INQUIRY TO TRUE
               GO TO 3500-EXIT
           END-IF.

           PERFORM 3200-FETCH-HOUSEHOLD
               THRU 3200-EXIT.

           MOVE WS-CUST-ID          TO HCUSTO.
           MOVE WS-NAME             TO HNAMEO.
           MOVE WS-BALANCE          TO WS-BALANCE-DISPLAY.
           MOVE WS-BALANCE-DISPLAY  TO HBALO.
           MOVE WS-STATUS           TO HSTATO.

           IF WS-IN-HOUSEHOLD
               PERFORM 3300-FETCH-HOUSEHOLD-TOTALS
                   THRU 3300-EXIT
               MOVE WS-CUR-HOUSEHOLD-ID     TO HCURO
               MOVE WS-HHLD-MEMBER-COUNT    TO WS-MEMBER-COUNT-DISPLAY
               MOVE WS-MEMBER-COUNT-DISPLAY TO HCNTO
               MOVE WS-HHLD-BALANCE         TO WS-HHLD-BALANCE-DISPLAY
               MOVE WS-HHLD-BALANCE-DISPLAY TO HHBALO
           ELSE
               MOVE '(NONE)'                TO HCURO
           END-IF.

           MOVE WS-CUST-ID          TO CA-CUST-ID.
           MOVE WS-CUR-HOUSEHOLD-ID TO CA-OLD-HOUSEHOLD-ID.
           SET CA-MODE-CONFIRM      TO TRUE.

           GO TO 3500-EXIT.

       3500-EXIT.
           EXIT.

      *=============================================================*
      *    4000-PROCESS-LINK-CHANGE -- OPERATOR KEYED A HOUSEHOLD ID *
      *    AND AN ACTION ON THE REVIEW SCREEN.  CHECK THE KEYING,    *
      *    CHECK NOBODY HAS MOVED THE CUSTOMER SINCE THE SCREEN WENT *
      *    OUT, THEN APPLY THE CHANGE AND ITS AUDIT ROW AS ONE UNIT  *
      *    OF WORK AND SHOW THE CUSTOMER AS IT NOW STANDS.           *
      *=============================================================*
       4000-PROCESS-LINK-CHANGE.

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
                             MAPSET(WS-MAPSET-NAME)
                             RESP(WS-RESP-CODE)
           END-EXEC.

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE CA-CUST-ID TO WS-CUST-ID.
           MOVE HACTI      TO WS-ACTION.
           MOVE HNEWI      TO WS-NEW-HOUSEHOLD-ID.

           IF HNEWL = 0
               MOVE SPACES TO WS-NEW-HOUSEHOLD-ID
           END-IF.

           PERFORM 3200-FETCH-HOUSEHOLD
               THRU 3200-EXIT.

           EVALUATE TRUE
               WHEN NOT WS-ACTION-LINK AND NOT WS-ACTION-UNLINK
                   MOVE 'ACTION MUST BE L OR U' TO HMSGO
               WHEN WS-ACTION-LINK
                AND WS-NEW-HOUSEHOLD-ID = SPACES
                   MOVE 'KEY A HOUSEHOLD ID TO LINK TO' TO HMSGO
               WHEN WS-CUR-HOUSEHOLD-ID NOT = CA-OLD-HOUSEHOLD-ID
                   MOVE 'HOUSEHOLD CHANGED SINCE SHOWN -- RECHECK'
                       TO HMSGO
               WHEN WS-ACTION-LINK
                AND WS-NEW-HOUSEHOLD-ID = WS-CUR-HOUSEHOLD-ID
                   MOVE 'ALREADY IN THAT HOUSEHOLD' TO HMSGO
               WHEN WS-ACTION-UNLINK
                AND NOT WS-IN-HOUSEHOLD
                   MOVE 'NOT IN A HOUSEHOLD -- NOTHING TO UNLINK'
                       TO HMSGO
               WHEN WS-ACTION-UNLINK
                AND WS-NEW-HOUSEHOLD-ID NOT = SPACES
                AND WS-NEW-HOUSEHOLD-ID NOT = WS-CUR-HOUSEHOLD-ID
                   MOVE 'NOT IN THAT HOUSEHOLD -- NOT UNLINKED'
                       TO HMSGO
               WHEN OTHER
                   PERFORM 4100-APPLY-LINK-CHANGE
                       THRU 4100-EXIT
           END-EVALUATE.

      *    REFRESH THE SCREEN FROM THE TABLES SO THE OPERATOR SEES
      *    WHAT IS NOW TRUE, KEEPING THE MESSAGE SET ABOVE
           MOVE HMSGO TO WS-SCREEN-MESSAGE.
           PERFORM 3500-BUILD-CUSTOMER-SCREEN
               THRU 3500-EXIT.
           IF NOT WS-CUST-NOT-FOUND
               MOVE WS-SCREEN-MESSAGE TO HMSGO
           END-IF.

           EXEC CICS SEND MAP(WS-MAP-NAME)
                          MAPSET(WS-MAPSET-NAME)
                          DATAONLY
                          RESP(WS-RESP-CODE)
           END-EXEC.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4100-APPLY-LINK-CHANGE -- INSERT, MOVE OR DELETE THE      *
      *    HOUSEHOLD_MEMBER ROW, THEN THE AUDIT ROW.  EITHER FAILING *
      *    ROLLS BOTH BACK.                                          *
      *=============================================================*
       4100-APPLY-LINK-CHANGE.

           MOVE 'N' TO WS-APPLY-FAILED-SW.
           MOVE WS-CUR-HOUSEHOLD-ID TO WS-OLD-HOUSEHOLD-ID.

           EXEC CICS ASSIGN USERID(WS-REQUEST-USER)
                            RESP(WS-RESP-CODE)
           END-EXEC.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-ACTION-UNLINK
                   MOVE SPACES TO WS-NEW-HOUSEHOLD-ID
                   EXEC SQL
                      DELETE FROM HOUSEHOLD_MEMBER
                      WHERE CUST_ID = :WS-CUST-ID
                   END-EXEC
               WHEN WS-IN-HOUSEHOLD
                   EXEC SQL
                      UPDATE HOUSEHOLD_MEMBER
                      SET HOUSEHOLD_ID = :WS-NEW-HOUSEHOLD-ID,
                          LINKED_TS = :WS-RUN-TIMESTAMP,
                          LINK_SOURCE = :WS-CHANGE-SOURCE,
                          LINK_USER = :WS-REQUEST-USER
                      WHERE CUST_ID = :WS-CUST-ID
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                      INSERT INTO HOUSEHOLD_MEMBER
                         (HOUSEHOLD_ID, CUST_ID, LINKED_TS,
                          LINK_SOURCE, LINK_USER)
                      VALUES
                         (:WS-NEW-HOUSEHOLD-ID, :WS-CUST-ID,
                          :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE,
                          :WS-REQUEST-USER)
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               SET WS-APPLY-FAILED TO TRUE
           ELSE
               EXEC SQL
                  INSERT INTO AUDIT_TRAIL
                     (CUST_ID, OLD_STATUS, OLD_SEGMENT,
                      NEW_STATUS, NEW_SEGMENT, RUN_TIMESTAMP,
                      CHANGE_SOURCE, REQUEST_USER)
                  VALUES
                     (:WS-CUST-ID, :WS-OLD-HOUSEHOLD-ID,
                      :WS-AUDIT-SEGMENT,
                      :WS-NEW-HOUSEHOLD-ID, :WS-AUDIT-SEGMENT,
                      :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE,
                      :WS-REQUEST-USER)
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-APPLY-FAILED TO TRUE
               END-IF
           END-IF.

           IF WS-APPLY-FAILED
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'NOT APPLIED -- DATABASE ERROR, RETRY'
                   TO HMSGO
               GO TO 4100-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           IF WS-ACTION-UNLINK
               MOVE 'UNLINKED FROM HOUSEHOLD' TO HMSGO
           ELSE
               MOVE 'LINKED TO HOUSEHOLD' TO HMSGO
           END-IF.

           GO TO 4100-EXIT.

       4100-EXIT.
           EXIT.

      *=============================================================*
      *    9000-RETURN-TRANSACTION -- PSEUDO-CONVERSATIONAL RETURN,  *
      *    CARRYING WS-COMMAREA FORWARD TO THE NEXT SCREEN INPUT.    *
      *=============================================================*
       9000-RETURN-TRANSACTION.

           EXEC CICS RETURN TRANSID(WS-TRANS-ID)
                            COMMAREA(WS-COMMAREA)
                            RESP(WS-RESP-CODE)
           END-EXEC.

           GO TO 9000-EXIT.

       9000-EXIT.
           EXIT.
