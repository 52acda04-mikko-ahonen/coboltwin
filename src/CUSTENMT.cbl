      *****************************************************************
      *
      *    PROGRAM:      CUSTENMT
      *    INSTALLATION: RETAIL BANKING DATA SERVICES
      *    AUTHOR:       J. HALVORSEN
      *    DATE-WRITTEN: 2026-10-15
      *
      *    PURPOSE:
      *       CICS TRANSACTION CENT -- USER ENTITLEMENT MAINTENANCE
      *       (AUDIT FINDING).  UNTIL NOW THE ONLY CONTROL ON THE
      *       ONLINE TRANSACTIONS WAS THAT A REQUESTER COULD NOT
      *       APPROVE THEIR OWN CHANGE; ANY SIGNED-ON USER COULD
      *       QUEUE OR APPROVE AN OVERRIDE OR A RULE CHANGE.  CINQ,
      *       CAPR, CRUL AND RAPR NOW CHECK USER_ENTITLEMENT AFTER
      *       ASSIGN USERID, AND THIS SCREEN IS THE ONLY WAY THAT
      *       TABLE CHANGES.  ONE ROW PER USER-ID CARRIES:
      *          CAN_REQ_OVERRIDE  - MAY QUEUE AN OVERRIDE (CINQ)
      *          CAN_APR_OVERRIDE  - MAY APPROVE/REJECT ONE (CAPR)
      *          CAN_REQ_RULE      - MAY QUEUE A RULE CHANGE (CRUL)
      *          CAN_APR_RULE      - MAY APPROVE/REJECT ONE (RAPR)
      *          CAN_ADMIN_ENTL    - MAY USE THIS SCREEN
      *          AUTHORITY_LEVEL   - 0-9; CAPR REQUIRES AT LEAST THE
      *                              RULE_CONTROL HIGH_AUTH_LEVEL TO
      *                              APPROVE AN OVERRIDE ON A BALANCE
      *                              ABOVE HIGH_AUTH_BALANCE OR ANY
      *                              MOVE OUT OF WRITEOFF
      *       A USER-ID WITH NO ROW HAS NO RIGHTS.
      *
      *       DUAL CONTROL, THE SAME TWO-PERSON PATTERN CINQ/CAPR
      *       USE: AN ADMINISTRATOR KEYS A USER-ID, OVERTYPES THE
      *       NEW RIGHTS AND KEYS Q -- THE CHANGE IS QUEUED ON
      *       ENTL_QUEUE AS 'PENDING'.  A SECOND ADMINISTRATOR
      *       BRINGS UP THE SAME USER-ID, SEES THE PENDING CHANGE
      *       AND KEYS A(PPROVE) OR R(EJECT).  THE REQUESTER CANNOT
      *       APPROVE THEIR OWN CHANGE, AND NOBODY CAN APPROVE A
      *       CHANGE TO THEIR OWN RIGHTS.  APPROVAL WRITES AN
      *       AUDIT_TRAIL ROW UNDER THE RESERVED KEY '*ENTITLE*' --
      *       OLD/NEW STATUS CARRY THE RIGHTS IMAGE (FIVE Y/N FLAGS
      *       IN THE ORDER ABOVE, THEN THE LEVEL DIGIT), BOTH
      *       SEGMENT COLUMNS CARRY THE USER-ID -- WITH BOTH USER
      *       IDS, LIKE THE '*RULECTL*' ROWS RAPR WRITES.
      *
      *    RUN SEQUENCE:
      *       ONLINE, CICS REGION.  TRANSID CENT, MAPSET CUSTSET,
      *       MAP ENTLMAP.  THE FIRST ADMINISTRATORS ARE SEEDED ON
      *       USER_ENTITLEMENT BY THE DBA WHEN THE TABLE IS CREATED.
      *
      *    MODIFICATION HISTORY
      *       DATE       INIT  DESCRIPTION
      *       ---------- ----  --------------------------------------
      *       2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTENMT.
       AUTHOR.        J. HALVORSEN.
       INSTALLATION.  RETAIL BANKING DATA SERVICES.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY ENTLMAP.

      *-----------------------------------------------------------*
      *    CICS RESPONSE/CONTROL WORK AREAS                        *
      *-----------------------------------------------------------*
       01  WS-MAPSET-NAME                 PIC X(08) VALUE 'CUSTSET'.
       01  WS-MAP-NAME                    PIC X(08) VALUE 'ENTLMAP'.
       01  WS-TRANS-ID                    PIC X(04) VALUE 'CENT'.

       01  WS-RESP-CODE                   PIC S9(08) COMP.

      *-----------------------------------------------------------*
      *    SIGNED-ON OPERATOR AND THEIR OWN ADMIN RIGHT            *
      *-----------------------------------------------------------*
       01  WS-OPERATOR-USER               PIC X(08).
       01  WS-OPERATOR-ADMIN              PIC X(01).

      *-----------------------------------------------------------*
      *    USER_ENTITLEMENT ROW FOR THE USER-ID ON SCREEN.  EACH    *
      *    RIGHTS GROUP DOUBLES AS THE AUDIT IMAGE -- FIVE FLAGS,   *
      *    THE LEVEL DIGIT, PADDED TO THE STATUS COLUMN WIDTH.      *
      *-----------------------------------------------------------*
       01  WS-ENT-USER-ID                 PIC X(08).

       01  WS-CUR-RIGHTS.
           05  WS-CUR-REQ-OVERRIDE        PIC X(01).
           05  WS-CUR-APR-OVERRIDE        PIC X(01).
           05  WS-CUR-REQ-RULE            PIC X(01).
           05  WS-CUR-APR-RULE            PIC X(01).
           05  WS-CUR-ADMIN               PIC X(01).
           05  WS-CUR-LEVEL-DIGIT         PIC 9(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
       77  WS-CUR-LEVEL                   PIC S9(04) COMP VALUE 0.
       01  WS-CUR-MAINT-TS                PIC X(26).
       77  WS-CUR-MAINT-TS-IND            PIC S9(04) COMP VALUE 0.

       01  WS-NEW-RIGHTS.
           05  WS-NEW-REQ-OVERRIDE        PIC X(01).
           05  WS-NEW-APR-OVERRIDE        PIC X(01).
           05  WS-NEW-REQ-RULE            PIC X(01).
           05  WS-NEW-APR-RULE            PIC X(01).
           05  WS-NEW-ADMIN               PIC X(01).
           05  WS-NEW-LEVEL-DIGIT         PIC 9(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
       77  WS-NEW-LEVEL                   PIC S9(04) COMP VALUE 0.

      *-----------------------------------------------------------*
      *    ENTL_QUEUE PENDING ITEM FOR THE USER-ID ON SCREEN       *
      *-----------------------------------------------------------*
       01  WS-REQUEST-USER                PIC X(08).
       01  WS-REQUEST-TS                  PIC X(26).
       01  WS-RUN-TIMESTAMP               PIC X(26).

       01  WS-LEVEL-ENTRY.
           05  WS-LEVEL-ENTRY-X           PIC X(01).
           05  WS-LEVEL-ENTRY-9 REDEFINES WS-LEVEL-ENTRY-X
                                          PIC 9(01).

      *-----------------------------------------------------------*
      *    AUDIT TRAIL WORK AREA -- RESERVED KEY, SAME ROW SHAPE    *
      *    AS RAPR'S '*RULECTL*' ROWS                               *
      *-----------------------------------------------------------*
       01  WS-AUDIT-KEY                   PIC X(10) VALUE '*ENTITLE*'.
       01  WS-AUDIT-SEGMENT               PIC X(10).
       01  WS-CHANGE-SOURCE               PIC X(10) VALUE 'CENT'.

       01  WS-RESULT-MESSAGE              PIC X(40).

      *-----------------------------------------------------------*
      *    SWITCHES                                                *
      *-----------------------------------------------------------*
       01  WS-ON-TABLE-SW                 PIC X(01) VALUE 'N'.
           88  WS-ON-TABLE                            VALUE 'Y'.

       01  WS-PENDING-SW                  PIC X(01) VALUE 'N'.
           88  WS-PENDING-FOUND                       VALUE 'Y'.

       01  WS-ENTRY-OK-SW                 PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-OK                            VALUE 'Y'.

      *-----------------------------------------------------------*
      *    COMMAREA -- USER-ID ON SCREEN AND THE KEY OF ITS PENDING *
      *    CHANGE (SPACES IF NONE) WHEN THE SCREEN WENT OUT         *
      *-----------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-MODE                    PIC X(01).
               88  CA-MODE-INQUIRY            VALUE '1'.
               88  CA-MODE-ACTION             VALUE '2'.
           05  CA-USER-ID                 PIC X(08).
           05  CA-REQUEST-TS              PIC X(26).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA                PIC X(35).

       PROCEDURE DIVISION.

      *=============================================================*
      *    0000-MAINLINE -- THE OPERATOR MUST HOLD THE ADMIN RIGHT   *
      *    TO SEE ANYTHING.  FIRST TIME IN PUTS UP A BLANK SCREEN;   *
      *    MODE 1 MEANS A USER-ID WAS JUST KEYED, MODE 2 MEANS AN    *
      *    ACTION AGAINST THE USER-ID ON SCREEN.                     *
      *=============================================================*
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.

           PERFORM 1100-CHECK-OPERATOR
               THRU 1100-EXIT.

           IF WS-OPERATOR-ADMIN NOT = 'Y'
               MOVE 'NOT AUTHORIZED TO MAINTAIN ENTITLEMENTS'
                   TO WS-RESULT-MESSAGE
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
           ELSE
               IF EIBCALEN = 0
                   PERFORM 2000-SEND-BLANK-MAP
                       THRU 2000-EXIT
               ELSE
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   IF CA-MODE-INQUIRY
                       PERFORM 3000-PROCESS-INQUIRY
                           THRU 3000-EXIT
                   ELSE
                       PERFORM 4000-PROCESS-ACTION
                           THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 9000-RETURN-TRANSACTION
               THRU 9000-EXIT.

           GOBACK.

      *=============================================================*
      *    1000-INITIALIZE                                          *
      *=============================================================*
       1000-INITIALIZE.

           MOVE SPACES TO WS-RESULT-MESSAGE.
           MOVE 'N'    TO WS-ON-TABLE-SW.
           MOVE 'N'    TO WS-PENDING-SW.

           GO TO 1000-EXIT.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1100-CHECK-OPERATOR -- THE SIGNED-ON USER'S OWN ROW.  NO  *
      *    ROW, OR ANY SQL FAILURE, MEANS NO ADMIN RIGHT.            *
      *=============================================================*
       1100-CHECK-OPERATOR.

           EXEC CICS ASSIGN USERID(WS-OPERATOR-USER)
                            RESP(WS-RESP-CODE)
           END-EXEC.

           MOVE 'N' TO WS-OPERATOR-ADMIN.

           EXEC SQL
              SELECT CAN_ADMIN_ENTL
              INTO :WS-OPERATOR-ADMIN
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-OPERATOR-USER
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-OPERATOR-ADMIN
           END-IF.

           GO TO 1100-EXIT.

       1100-EXIT.
           EXIT.

      *=============================================================*
      *    2000-SEND-BLANK-MAP -- INITIAL SCREEN, OR THE REFUSAL     *
      *    SCREEN FOR AN OPERATOR WITHOUT THE ADMIN RIGHT            *
      *=============================================================*
       2000-SEND-BLANK-MAP.

           MOVE SPACES TO ENTLMAPO.

           IF WS-RESULT-MESSAGE = SPACES
               MOVE 'ENTER USER-ID AND PRESS ENTER' TO EMSGO
           ELSE
               MOVE WS-RESULT-MESSAGE TO EMSGO
           END-IF.

           EXEC CICS SEND MAP(WS-MAP-NAME)
                          MAPSET(WS-MAPSET-NAME)
                          ERASE
                          RESP(WS-RESP-CODE)
           END-EXEC.

           MOVE SPACES TO WS-COMMAREA.
           SET CA-MODE-INQUIRY TO TRUE.

           GO TO 2000-EXIT.

       2000-EXIT.
           EXIT.

      *=============================================================*
      *    3000-PROCESS-INQUIRY -- OPERATOR KEYED A USER-ID          *
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

           IF EUSERI = SPACES OR EUSERI = LOW-VALUES
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE EUSERI TO WS-ENT-USER-ID.

           PERFORM 3100-SHOW-USER
               THRU 3100-EXIT.

           GO TO 3000-EXIT.

       3000-EXIT.
           EXIT.

      *=============================================================*
      *    3100-SHOW-USER -- CURRENT RIGHTS DOWN THE CURRENT COLUMN; *
      *    A PENDING CHANGE, IF ANY, DOWN THE NEW COLUMN WITH WHO    *
      *    QUEUED IT.  WITH NOTHING PENDING THE NEW COLUMN STARTS AS *
      *    A COPY OF THE CURRENT ONE, READY TO OVERTYPE.             *
      *=============================================================*
       3100-SHOW-USER.

           PERFORM 3200-READ-CURRENT-RIGHTS
               THRU 3200-EXIT.

           PERFORM 3300-READ-PENDING-CHANGE
               THRU 3300-EXIT.

           MOVE SPACES TO ENTLMAPO.

           MOVE WS-ENT-USER-ID      TO EUSERO.
           MOVE WS-CUR-REQ-OVERRIDE TO ECROVO.
           MOVE WS-CUR-APR-OVERRIDE TO ECAOVO.
           MOVE WS-CUR-REQ-RULE     TO ECRRLO.
           MOVE WS-CUR-APR-RULE     TO ECARLO.
           MOVE WS-CUR-ADMIN        TO ECADMO.
           MOVE WS-CUR-LEVEL-DIGIT  TO ECLVLO.

           IF WS-ON-TABLE AND WS-CUR-MAINT-TS-IND >= 0
               MOVE WS-CUR-MAINT-TS TO ECTSO
           END-IF.

           IF NOT WS-PENDING-FOUND
               MOVE WS-CUR-RIGHTS TO WS-NEW-RIGHTS
           END-IF.

           MOVE WS-NEW-REQ-OVERRIDE TO ENROVO.
           MOVE WS-NEW-APR-OVERRIDE TO ENAOVO.
           MOVE WS-NEW-REQ-RULE     TO ENRRLO.
           MOVE WS-NEW-APR-RULE     TO ENARLO.
           MOVE WS-NEW-ADMIN        TO ENADMO.
           MOVE WS-NEW-LEVEL-DIGIT  TO ENLVLO.

           MOVE WS-ENT-USER-ID TO CA-USER-ID.
           SET CA-MODE-ACTION  TO TRUE.

           IF WS-PENDING-FOUND
               MOVE WS-REQUEST-USER TO EPUSRO
               MOVE WS-REQUEST-TS   TO EPTSO
               MOVE WS-REQUEST-TS   TO CA-REQUEST-TS
           ELSE
               MOVE SPACES          TO CA-REQUEST-TS
           END-IF.

           EVALUATE TRUE
               WHEN WS-RESULT-MESSAGE NOT = SPACES
                   MOVE WS-RESULT-MESSAGE TO EMSGO
               WHEN WS-PENDING-FOUND
                   MOVE 'CHANGE PENDING -- A APPROVE, R REJECT'
                       TO EMSGO
               WHEN NOT WS-ON-TABLE
                   MOVE 'NO RIGHTS HELD -- OVERTYPE NEW, KEY Q'
                       TO EMSGO
               WHEN OTHER
                   MOVE 'OVERTYPE NEW RIGHTS, KEY Q TO QUEUE'
                       TO EMSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(WS-MAP-NAME)
                          MAPSET(WS-MAPSET-NAME)
                          ERASE
                          RESP(WS-RESP-CODE)
           END-EXEC.

           GO TO 3100-EXIT.

       3100-EXIT.
           EXIT.

      *=============================================================*
      *    3200-READ-CURRENT-RIGHTS -- A USER-ID NOT ON THE TABLE    *
      *    HOLDS NOTHING: ALL FLAGS N, LEVEL 0                       *
      *=============================================================*
       3200-READ-CURRENT-RIGHTS.

           MOVE 'N' TO WS-ON-TABLE-SW.

           EXEC SQL
              SELECT CAN_REQ_OVERRIDE, CAN_APR_OVERRIDE,
                     CAN_REQ_RULE, CAN_APR_RULE,
                     CAN_ADMIN_ENTL, AUTHORITY_LEVEL,
                     CHAR(LAST_MAINT_TS)
              INTO :WS-CUR-REQ-OVERRIDE, :WS-CUR-APR-OVERRIDE,
                   :WS-CUR-REQ-RULE, :WS-CUR-APR-RULE,
                   :WS-CUR-ADMIN, :WS-CUR-LEVEL,
                   :WS-CUR-MAINT-TS :WS-CUR-MAINT-TS-IND
              FROM USER_ENTITLEMENT
              WHERE USER_ID = :WS-ENT-USER-ID
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ON-TABLE TO TRUE
               MOVE WS-CUR-LEVEL TO WS-CUR-LEVEL-DIGIT
           ELSE
               MOVE 'NNNNN' TO WS-CUR-RIGHTS(1:5)
               MOVE 0 TO WS-CUR-LEVEL
               MOVE 0 TO WS-CUR-LEVEL-DIGIT
               MOVE SPACES TO WS-CUR-MAINT-TS
           END-IF.

           GO TO 3200-EXIT.

       3200-EXIT.
           EXIT.

      *=============================================================*
      *    3300-READ-PENDING-CHANGE -- AT MOST ONE PENDING ITEM PER  *
      *    USER-ID (THE QUEUE ACTION REFUSES A SECOND)               *
      *=============================================================*
       3300-READ-PENDING-CHANGE.

           MOVE 'N' TO WS-PENDING-SW.

           EXEC SQL
              SELECT CAN_REQ_OVERRIDE, CAN_APR_OVERRIDE,
                     CAN_REQ_RULE, CAN_APR_RULE,
                     CAN_ADMIN_ENTL, AUTHORITY_LEVEL,
                     REQUEST_USER, CHAR(REQUEST_TS)
              INTO :WS-NEW-REQ-OVERRIDE, :WS-NEW-APR-OVERRIDE,
                   :WS-NEW-REQ-RULE, :WS-NEW-APR-RULE,
                   :WS-NEW-ADMIN, :WS-NEW-LEVEL,
                   :WS-REQUEST-USER, :WS-REQUEST-TS
              FROM ENTL_QUEUE
              WHERE USER_ID = :WS-ENT-USER-ID
                AND QUEUE_STATUS = 'PENDING'
              ORDER BY REQUEST_TS
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
               SET WS-PENDING-FOUND TO TRUE
               MOVE WS-NEW-LEVEL TO WS-NEW-LEVEL-DIGIT
           END-IF.

           GO TO 3300-EXIT.

       3300-EXIT.
           EXIT.

      *=============================================================*
      *    4000-PROCESS-ACTION -- Q = QUEUE THE NEW COLUMN, A/R =    *
      *    APPROVE/REJECT THE PENDING CHANGE.  A DIFFERENT USER-ID   *
      *    KEYED OVER THE ONE ON SCREEN IS TAKEN AS A NEW INQUIRY.   *
      *    EITHER WAY THE USER IS RE-SHOWN AS IT NOW STANDS.         *
      *=============================================================*
       4000-PROCESS-ACTION.

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
                             MAPSET(WS-MAPSET-NAME)
                             RESP(WS-RESP-CODE)
           END-EXEC.

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM 2000-SEND-BLANK-MAP
                   THRU 2000-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF EUSERI NOT = CA-USER-ID
               IF EUSERI = SPACES OR EUSERI = LOW-VALUES
                   PERFORM 2000-SEND-BLANK-MAP
                       THRU 2000-EXIT
               ELSE
                   MOVE EUSERI TO WS-ENT-USER-ID
                   PERFORM 3100-SHOW-USER
                       THRU 3100-EXIT
               END-IF
               GO TO 4000-EXIT
           END-IF.

           MOVE CA-USER-ID TO WS-ENT-USER-ID.

           EVALUATE EACTI
               WHEN 'Q'
                   PERFORM 4100-QUEUE-CHANGE
                       THRU 4100-EXIT
               WHEN 'A'
                   PERFORM 4200-APPROVE-CHANGE
                       THRU 4200-EXIT
               WHEN 'R'
                   PERFORM 4300-REJECT-CHANGE
                       THRU 4300-EXIT
               WHEN OTHER
                   MOVE 'KEY Q TO QUEUE, A APPROVE, R REJECT'
                       TO WS-RESULT-MESSAGE
           END-EVALUATE.

           PERFORM 3100-SHOW-USER
               THRU 3100-EXIT.

           GO TO 4000-EXIT.

       4000-EXIT.
           EXIT.

      *=============================================================*
      *    4100-QUEUE-CHANGE -- VALIDATE THE NEW COLUMN, REFUSE IF   *
      *    SOMETHING IS ALREADY PENDING OR NOTHING WOULD CHANGE,     *
      *    THEN QUEUE IT.  USER_ENTITLEMENT IS NOT TOUCHED HERE.     *
      *=============================================================*
       4100-QUEUE-CHANGE.

           PERFORM 4150-VALIDATE-ENTRY
               THRU 4150-EXIT.

           IF NOT WS-ENTRY-OK
               GO TO 4100-EXIT
           END-IF.

           PERFORM 3300-READ-PENDING-CHANGE
               THRU 3300-EXIT.

           IF WS-PENDING-FOUND
               MOVE 'CHANGE ALREADY PENDING FOR THIS USER'
                   TO WS-RESULT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

           PERFORM 3200-READ-CURRENT-RIGHTS
               THRU 3200-EXIT.

           IF WS-ON-TABLE AND WS-NEW-RIGHTS = WS-CUR-RIGHTS
               MOVE 'NO CHANGE KEYED -- NOTHING QUEUED'
                   TO WS-RESULT-MESSAGE
               GO TO 4100-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              INSERT INTO ENTL_QUEUE
                 (USER_ID, CAN_REQ_OVERRIDE, CAN_APR_OVERRIDE,
                  CAN_REQ_RULE, CAN_APR_RULE, CAN_ADMIN_ENTL,
                  AUTHORITY_LEVEL, REQUEST_USER, REQUEST_TS,
                  QUEUE_STATUS)
              VALUES
                 (:WS-ENT-USER-ID, :WS-NEW-REQ-OVERRIDE,
                  :WS-NEW-APR-OVERRIDE, :WS-NEW-REQ-RULE,
                  :WS-NEW-APR-RULE, :WS-NEW-ADMIN,
                  :WS-NEW-LEVEL, :WS-OPERATOR-USER,
                  :WS-RUN-TIMESTAMP, 'PENDING')
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE 'CHANGE QUEUED FOR A SECOND ADMINISTRATOR'
                   TO WS-RESULT-MESSAGE
           ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'NOT QUEUED -- INSERT FAILED, RETRY'
                   TO WS-RESULT-MESSAGE
           END-IF.

           GO TO 4100-EXIT.

       4100-EXIT.
           EXIT.

      *=============================================================*
      *    4150-VALIDATE-ENTRY -- EVERY FLAG Y OR N, LEVEL 0-9       *
      *=============================================================*
       4150-VALIDATE-ENTRY.

           MOVE 'Y' TO WS-ENTRY-OK-SW.

           MOVE ENROVI TO WS-NEW-REQ-OVERRIDE.
           MOVE ENAOVI TO WS-NEW-APR-OVERRIDE.
           MOVE ENRRLI TO WS-NEW-REQ-RULE.
           MOVE ENARLI TO WS-NEW-APR-RULE.
           MOVE ENADMI TO WS-NEW-ADMIN.
           MOVE ENLVLI TO WS-LEVEL-ENTRY-X.

           IF (WS-NEW-REQ-OVERRIDE NOT = 'Y'
               AND WS-NEW-REQ-OVERRIDE NOT = 'N')
              OR (WS-NEW-APR-OVERRIDE NOT = 'Y'
               AND WS-NEW-APR-OVERRIDE NOT = 'N')
              OR (WS-NEW-REQ-RULE NOT = 'Y'
               AND WS-NEW-REQ-RULE NOT = 'N')
              OR (WS-NEW-APR-RULE NOT = 'Y'
               AND WS-NEW-APR-RULE NOT = 'N')
              OR (WS-NEW-ADMIN NOT = 'Y'
               AND WS-NEW-ADMIN NOT = 'N')
               MOVE 'RIGHTS MUST EACH BE Y OR N'
                   TO WS-RESULT-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK-SW
               GO TO 4150-EXIT
           END-IF.

           IF WS-LEVEL-ENTRY-X NOT NUMERIC
               MOVE 'AUTHORITY LEVEL MUST BE A DIGIT 0-9'
                   TO WS-RESULT-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK-SW
               GO TO 4150-EXIT
           END-IF.

           MOVE WS-LEVEL-ENTRY-9 TO WS-NEW-LEVEL-DIGIT.
           MOVE WS-LEVEL-ENTRY-9 TO WS-NEW-LEVEL.

           GO TO 4150-EXIT.

       4150-EXIT.
           EXIT.

      *=============================================================*
      *    4200-APPROVE-CHANGE -- RE-READ THE PENDING ITEM THE       *
      *    COMMAREA KEY NAMES, ENFORCE THE TWO-USER RULES, CLAIM IT, *
      *    APPLY IT, AND WRITE THE AUDIT ROW.  EVERY STATEMENT IN    *
      *    THE UNIT OF WORK IS CHECKED; A FAILURE ROLLS IT ALL BACK. *
      *=============================================================*
       4200-APPROVE-CHANGE.

           IF CA-REQUEST-TS = SPACES
               MOVE 'NO PENDING CHANGE TO APPROVE'
                   TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4400-READ-PENDING-ITEM
               THRU 4400-EXIT.

           IF NOT WS-PENDING-FOUND
               GO TO 4200-EXIT
           END-IF.

           IF WS-OPERATOR-USER = WS-REQUEST-USER
               MOVE 'REQUESTER CANNOT APPROVE OWN CHANGE'
                   TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           IF WS-OPERATOR-USER = WS-ENT-USER-ID
               MOVE 'CANNOT APPROVE A CHANGE TO OWN RIGHTS'
                   TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           PERFORM 3200-READ-CURRENT-RIGHTS
               THRU 3200-EXIT.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *    CLAIM THE QUEUE ROW FIRST -- THE 'PENDING' PREDICATE
      *    MEANS EXACTLY ONE TERMINAL CAN WIN THE CLAIM
           EXEC SQL
              UPDATE ENTL_QUEUE
              SET QUEUE_STATUS = 'APPROVED',
                  APPROVE_USER = :WS-OPERATOR-USER,
                  APPROVE_TS   = :WS-RUN-TIMESTAMP
              WHERE USER_ID = :CA-USER-ID
                AND REQUEST_TS = :CA-REQUEST-TS
                AND QUEUE_STATUS = 'PENDING'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   EXEC SQL
                      ROLLBACK
                   END-EXEC
                   MOVE 'ITEM ALREADY ACTIONED -- REFRESHED'
                       TO WS-RESULT-MESSAGE
                   GO TO 4200-EXIT
               WHEN OTHER
                   EXEC SQL
                      ROLLBACK
                   END-EXEC
                   MOVE 'CLAIM FAILED -- NOTHING CHANGED, RETRY'
                       TO WS-RESULT-MESSAGE
                   GO TO 4200-EXIT
           END-EVALUATE.

           IF WS-ON-TABLE
               EXEC SQL
                  UPDATE USER_ENTITLEMENT
                  SET CAN_REQ_OVERRIDE = :WS-NEW-REQ-OVERRIDE,
                      CAN_APR_OVERRIDE = :WS-NEW-APR-OVERRIDE,
                      CAN_REQ_RULE     = :WS-NEW-REQ-RULE,
                      CAN_APR_RULE     = :WS-NEW-APR-RULE,
                      CAN_ADMIN_ENTL   = :WS-NEW-ADMIN,
                      AUTHORITY_LEVEL  = :WS-NEW-LEVEL,
                      LAST_MAINT_TS    = :WS-RUN-TIMESTAMP,
                      REQUEST_USER     = :WS-REQUEST-USER,
                      APPROVE_USER     = :WS-OPERATOR-USER
                  WHERE USER_ID = :WS-ENT-USER-ID
               END-EXEC
           ELSE
               EXEC SQL
                  INSERT INTO USER_ENTITLEMENT
                     (USER_ID, CAN_REQ_OVERRIDE, CAN_APR_OVERRIDE,
                      CAN_REQ_RULE, CAN_APR_RULE, CAN_ADMIN_ENTL,
                      AUTHORITY_LEVEL, LAST_MAINT_TS,
                      REQUEST_USER, APPROVE_USER)
                  VALUES
                     (:WS-ENT-USER-ID, :WS-NEW-REQ-OVERRIDE,
                      :WS-NEW-APR-OVERRIDE, :WS-NEW-REQ-RULE,
                      :WS-NEW-APR-RULE, :WS-NEW-ADMIN,
                      :WS-NEW-LEVEL, :WS-RUN-TIMESTAMP,
                      :WS-REQUEST-USER, :WS-OPERATOR-USER)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'APPLY FAILED -- NOTHING CHANGED, RETRY'
                   TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           MOVE WS-ENT-USER-ID TO WS-AUDIT-SEGMENT.

           EXEC SQL
              INSERT INTO AUDIT_TRAIL
                 (CUST_ID, OLD_STATUS, OLD_SEGMENT,
                  NEW_STATUS, NEW_SEGMENT, RUN_TIMESTAMP,
                  CHANGE_SOURCE, REQUEST_USER, APPROVE_USER)
              VALUES
                 (:WS-AUDIT-KEY, :WS-CUR-RIGHTS, :WS-AUDIT-SEGMENT,
                  :WS-NEW-RIGHTS, :WS-AUDIT-SEGMENT,
                  :WS-RUN-TIMESTAMP, :WS-CHANGE-SOURCE,
                  :WS-REQUEST-USER, :WS-OPERATOR-USER)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'AUDIT WRITE FAILED -- NOTHING CHANGED'
                   TO WS-RESULT-MESSAGE
               GO TO 4200-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'ENTITLEMENT CHANGE APPROVED AND APPLIED'
               TO WS-RESULT-MESSAGE.

           GO TO 4200-EXIT.

       4200-EXIT.
           EXIT.

      *=============================================================*
      *    4300-REJECT-CHANGE -- MARK THE PENDING ITEM REJECTED.     *
      *    ANY ADMINISTRATOR MAY DO THIS, THE REQUESTER INCLUDED     *
      *    (WITHDRAWING A MISTAKE); NOTHING ELSE CHANGES.            *
      *=============================================================*
       4300-REJECT-CHANGE.

           IF CA-REQUEST-TS = SPACES
               MOVE 'NO PENDING CHANGE TO REJECT'
                   TO WS-RESULT-MESSAGE
               GO TO 4300-EXIT
           END-IF.

           EXEC SQL
              SELECT CURRENT TIMESTAMP INTO :WS-RUN-TIMESTAMP
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
              UPDATE ENTL_QUEUE
              SET QUEUE_STATUS = 'REJECTED',
                  APPROVE_USER = :WS-OPERATOR-USER,
                  APPROVE_TS   = :WS-RUN-TIMESTAMP
              WHERE USER_ID = :CA-USER-ID
                AND REQUEST_TS = :CA-REQUEST-TS
                AND QUEUE_STATUS = 'PENDING'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL
                      COMMIT
                   END-EXEC
                   MOVE 'ENTITLEMENT CHANGE REJECTED'
                       TO WS-RESULT-MESSAGE
               WHEN SQLCODE = 100
                   EXEC SQL
                      ROLLBACK
                   END-EXEC
                   MOVE 'ITEM ALREADY ACTIONED -- REFRESHED'
                       TO WS-RESULT-MESSAGE
               WHEN OTHER
                   EXEC SQL
                      ROLLBACK
                   END-EXEC
                   MOVE 'REJECT FAILED -- NOTHING CHANGED, RETRY'
                       TO WS-RESULT-MESSAGE
           END-EVALUATE.

           GO TO 4300-EXIT.

       4300-EXIT.
           EXIT.

      *=============================================================*
      *    4400-READ-PENDING-ITEM -- RE-READ THE ITEM THE COMMAREA   *
      *    KEY NAMES, STILL PENDING.  GONE OR ALREADY ACTIONED       *
      *    MEANS ANOTHER TERMINAL GOT THERE FIRST.                   *
      *=============================================================*
       4400-READ-PENDING-ITEM.

           MOVE 'N' TO WS-PENDING-SW.

           EXEC SQL
              SELECT CAN_REQ_OVERRIDE, CAN_APR_OVERRIDE,
                     CAN_REQ_RULE, CAN_APR_RULE,
                     CAN_ADMIN_ENTL, AUTHORITY_LEVEL,
                     REQUEST_USER
              INTO :WS-NEW-REQ-OVERRIDE, :WS-NEW-APR-OVERRIDE,
                   :WS-NEW-REQ-RULE, :WS-NEW-APR-RULE,
                   :WS-NEW-ADMIN, :WS-NEW-LEVEL,
                   :WS-REQUEST-USER
              FROM ENTL_QUEUE
              WHERE USER_ID = :CA-USER-ID
                AND REQUEST_TS = :CA-REQUEST-TS
                AND QUEUE_STATUS = 'PENDING'
           END-EXEC.

           IF SQLCODE = 0
               SET WS-PENDING-FOUND TO TRUE
               MOVE WS-NEW-LEVEL TO WS-NEW-LEVEL-DIGIT
           ELSE
               MOVE 'ITEM ALREADY ACTIONED -- REFRESHED'
                   TO WS-RESULT-MESSAGE
           END-IF.

           GO TO 4400-EXIT.

       4400-EXIT.
           EXIT.

      *=============================================================*
      *    9000-RETURN-TRANSACTION -- PSEUDO-CONVERSATIONAL RETURN,  *
      *    CARRYING THE ON-SCREEN USER-ID AND PENDING KEY FORWARD.   *
      *=============================================================*
       9000-RETURN-TRANSACTION.

           EXEC CICS RETURN TRANSID(WS-TRANS-ID)
                            COMMAREA(WS-COMMAREA)
                            RESP(WS-RESP-CODE)
           END-EXEC.

           GO TO 9000-EXIT.

       9000-EXIT.
           EXIT.
