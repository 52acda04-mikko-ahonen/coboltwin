      *
      *    RUN SEQUENCE:
      *       STEP 0 (PARM='PRE'), BEFORE CUSTPROC.
      *       STEP 3 (PARM='POST'), AFTER CUSTPROC AND CUSTEXCP.
      *       LAST STEP (PARM='CLOSE'), AFTER CUSTTRND AND CUSTWEXT,
      *       CLOSES THE STREAM BUSINESS DATE.  THE
      *       'PRE' STEP MUST RUN FIRST IN THE SAME DAY'S STREAM,
      *       AND THAT ORDERING IS ENFORCED THROUGH THE RUN_CONTROL
      *       TABLE: PRE REGISTERS THE START OF THE STREAM, CUSTPROC
      *                        OVERRIDE HOLDS, AND THE REPORT SHOWS
      *                        THE COUNT, SO A DORMANCY DAY DOES NOT
      *                        RECONCILE AS A MISMATCH.
      *       2026-10-15  JH   STREAM BUSINESS DATE.  "TODAY" WAS
      *                        CURRENT DATE, SO A STREAM THAT SLIPPED
      *                        PAST MIDNIGHT LOOKED FOR A RUN_CONTROL
      *                        DATE PRE NEVER REGISTERED AND FAILED ITS
      *                        OWN SEQUENCE CHECKS.  PRE NOW OPENS THE
      *                        BUSINESS DATE ON STREAM_DATE (6200) --
      *                        THE BUSINESS_CALENDAR DAY AFTER THE
      *                        LAST CLOSED STREAM, OR PARM='PRE=YYYY-
      *                        MM-DD' FOR A RERUN OR A SKIPPED NIGHT --
      *                        AND THE NEW PARM='CLOSE' STEP CLOSES IT
      *                        AT END OF STREAM (6400).  RUN_CONTROL
      *                        ROWS AND THE POST SEQUENCE CHECK USE THE
      *                        OPEN STREAM'S DATE, AND EVERY OTHER
      *                        PROGRAM TAKES ITS "TODAY" FROM THE SAME
      *                        TABLE.
      *       2026-10-15  JH   CUSTBKOT (RUN BACK-OUT) APPENDS A 'BKOT'
      *                        RECORD WHEN IT REVERSES A RUN INSIDE THE
      *                        PRE/POST WINDOW.  THE REPORT SHOWS THE
      *                        ROWS REVERSED AND THE CUSTOMERS SKIPPED
      *                        AS CHANGED SINCE OR HELD, SO A STATUS
      *                        MIX THAT MOVED BACK OVERNIGHT IS
      *                        EXPLAINED.  NO CHECK CHANGES: A BACK-OUT
      *                        MOVES NO ROW COUNT AND NO BALANCE.
      *       2026-10-15  JH   PRE WITH NO PARM REUSES AN OPEN STREAM
      *                        DATE ONLY WHILE NO PRE IS COMPLETE UNDER
      *                        IT, SO A MISSED CLOSE IS REFUSED RATHER
      *                        THAN RUN UNDER YESTERDAY'S DATE.  CLOSE
      *                        IS REFUSED IF ITS RUN_CONTROL LOOKUP
      *                        FAILS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRECN.
       77  WS-RC-ROW-COUNT                PIC S9(09)     COMP VALUE 0.
       77  WS-STEP-RC                     PIC S9(09)     COMP VALUE 0.

      *-----------------------------------------------------------*
      *    STREAM_DATE WORK AREA -- THE BUSINESS DATE THIS STREAM  *
      *    RUNS UNDER, WHATEVER THE MACHINE CLOCK SAYS             *
      *-----------------------------------------------------------*
       01  WS-BUSINESS-DATE               PIC X(10) VALUE SPACES.
       01  WS-PARM-DATE                   PIC X(10) VALUE SPACES.
       01  WS-OPEN-DATE                   PIC X(10).
       01  WS-LAST-CLOSED-DATE            PIC X(10).
       01  WS-NEXT-BUSINESS-DATE          PIC X(10).
       01  WS-MACHINE-DATE                PIC X(10).
       01  WS-DAY-FLAG                    PIC X(01).
       77  WS-OPEN-DATE-IND               PIC S9(04) COMP VALUE 0.
       77  WS-CLOSED-DATE-IND             PIC S9(04) COMP VALUE 0.
       77  WS-NEXT-DATE-IND               PIC S9(04) COMP VALUE 0.
       77  WS-STEPS-RUNNING               PIC S9(09) COMP VALUE 0.

       01  WS-FORCE-CLOSE-SW              PIC X(01) VALUE 'N'.
           88  WS-FORCE-CLOSE                         VALUE 'Y'.

      *-----------------------------------------------------------*
      *    'LOAD' TOTALS -- SUMMED ACROSS EVERY LOAD RECORD ON      *
      *    TODAY'S RECONTOT (THE BRANCH FEED CAN ARRIVE MORE THAN   *
       77  WS-RPR-REPAIRED-COUNT          PIC 9(09)      COMP VALUE 0.
       77  WS-RPR-FAILED-AGAIN-COUNT      PIC 9(09)      COMP VALUE 0.

      *-----------------------------------------------------------*
      *    'BKOT' TOTALS FROM ANY RUN BACK-OUT (CUSTBKOT)           *
      *-----------------------------------------------------------*
       77  WS-BKOT-REVERSED-COUNT         PIC 9(09)      COMP VALUE 0.
       77  WS-BKOT-SKIPPED-COUNT          PIC 9(09)      COMP VALUE 0.

       01  WS-FOUND-SWITCHES.
           05  WS-PRE-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-PRE-FOUND                         VALUE 'Y'.
               88  WS-PROC-FOUND                        VALUE 'Y'.
           05  WS-RPR-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-RPR-FOUND                         VALUE 'Y'.
           05  WS-BKOT-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-BKOT-FOUND                        VALUE 'Y'.

       01  WS-MISMATCH-SW                 PIC X(01) VALUE 'N'.
           88  WS-MISMATCH-FOUND                      VALUE 'Y'.
       01  WS-RUN-MODE-SW                 PIC X(01) VALUE SPACES.
           88  WS-PRE-RUN                              VALUE 'R'.
           88  WS-POST-RUN                             VALUE 'O'.
           88  WS-CLOSE-RUN                            VALUE 'C'.
           88  WS-RUN-MODE-INVALID                     VALUE SPACES.

      *-----------------------------------------------------------*
               PERFORM 1900-ABEND-BAD-PARM
                   THRU 1900-EXIT
           ELSE
               IF WS-PRE-RUN
                   PERFORM 6200-OPEN-STREAM-DATE
                       THRU 6200-EXIT
               ELSE
                   PERFORM 6300-FIND-OPEN-STREAM
                       THRU 6300-EXIT
               END-IF

               PERFORM 6000-REGISTER-STEP-START
                   THRU 6000-EXIT

               IF WS-CLOSE-RUN
                   PERFORM 6400-CLOSE-STREAM-DATE
                       THRU 6400-EXIT
               ELSE
                   IF WS-POST-RUN
                       PERFORM 7000-CHECK-STREAM-DATE
                           THRU 7000-EXIT
                   END-IF

                   PERFORM 2000-CAPTURE-ACTUAL-TOTALS
                       THRU 2000-EXIT

                   IF WS-PRE-RUN
                       PERFORM 3000-WRITE-PRE-RECORD
                           THRU 3000-EXIT
                   ELSE
                       PERFORM 4000-WRITE-POST-RECORD
                           THRU 4000-EXIT
                       PERFORM 5000-RECONCILE
                           THRU 5000-EXIT
                   END-IF
               END-IF
           END-IF.

           STOP RUN.

      *=============================================================*
      *    1000-INITIALIZE -- DECODE PARM='PRE', 'PRE=YYYY-MM-DD',   *
      *    'POST', 'CLOSE' OR 'CLOSE=FORCE'                          *
      *=============================================================*
       1000-INITIALIZE.

           IF LK-PARM-LENGTH > 0
               IF LK-PARM-TEXT(1:3) = 'PRE'
                   SET WS-PRE-RUN TO TRUE
                   IF LK-PARM-TEXT(4:1) = '='
                       MOVE LK-PARM-TEXT(5:10) TO WS-PARM-DATE
                   END-IF
               ELSE
                   IF LK-PARM-TEXT(1:4) = 'POST'
                       SET WS-POST-RUN TO TRUE
                   ELSE
                       IF LK-PARM-TEXT(1:5) = 'CLOSE'
                           SET WS-CLOSE-RUN TO TRUE
                           IF LK-PARM-TEXT(6:6) = '=FORCE'
                               SET WS-FORCE-CLOSE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *=============================================================*
      *    1900-ABEND-BAD-PARM -- NONE OF PRE/POST/CLOSE WAS         *
      *    SUPPLIED.  WITHOUT KNOWING WHICH SNAPSHOT THIS IS THERE   *
      *    IS NOTHING SAFE TO WRITE TO RECONTOT, SO JUST SAY WHY     *
      *    AND FAIL THE STEP.                                       *
       1900-ABEND-BAD-PARM.

           MOVE SPACES TO RR-REPORT-LINE.
           MOVE 'CUSTRECN REQUIRES PARM=PRE, POST OR CLOSE'
               TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.

                                       ADD TR-UPDATE-FAILED-COUNT
                                           TO WS-RPR-FAILED-AGAIN-COUNT
                                       SET WS-RPR-FOUND TO TRUE
                                   ELSE
                                       IF TR-PHASE-BKOT
                                           ADD TR-UPDATE-COUNT
                                             TO WS-BKOT-REVERSED-COUNT
                                           ADD TR-DUPLICATE-COUNT
                                             TO WS-BKOT-SKIPPED-COUNT
                                           ADD TR-OVERRIDE-HELD-COUNT
                                             TO WS-BKOT-SKIPPED-COUNT
                                           SET WS-BKOT-FOUND TO TRUE
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
               PERFORM 5510-WRITE-COUNT-LINE THRU 5510-EXIT
           END-IF.

      *    BACK-OUT TOTALS, WHEN A RUN WAS REVERSED INSIDE THE
      *    PRE/POST WINDOW -- STATUS AND SEGMENT ONLY, SO THEY
      *    EXPLAIN THE MIX BUT ENTER NO COUNT OR BALANCE CHECK
           IF WS-BKOT-FOUND
               MOVE 'REVERSED BY CUSTBKOT:' TO WS-RPT-LABEL
               MOVE WS-BKOT-REVERSED-COUNT TO WS-RPT-COUNT
               PERFORM 5510-WRITE-COUNT-LINE THRU 5510-EXIT

               MOVE 'BACK-OUT SKIPPED (CHANGED SINCE/HELD):'
                   TO WS-RPT-LABEL
               MOVE WS-BKOT-SKIPPED-COUNT TO WS-RPT-COUNT
               PERFORM 5510-WRITE-COUNT-LINE THRU 5510-EXIT
           END-IF.

           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.

      *=============================================================*
       6000-REGISTER-STEP-START.

           EVALUATE TRUE
               WHEN WS-PRE-RUN
                   MOVE 'PRE'   TO WS-STEP-NAME
               WHEN WS-POST-RUN
                   MOVE 'POST'  TO WS-STEP-NAME
               WHEN OTHER
                   MOVE 'CLOSE' TO WS-STEP-NAME
           END-EVALUATE.

           EXEC SQL
              INSERT INTO RUN_CONTROL
                 (BUSINESS_DATE, STEP_NAME, STEP_STATUS,
                  START_TS, RUN_MODE)
              VALUES
                 (:WS-BUSINESS-DATE, :WS-STEP-NAME, 'STARTED',
                  CURRENT TIMESTAMP, ' ')
           END-EXEC.

              SET STEP_STATUS = 'COMPLETE',
                  END_TS      = CURRENT TIMESTAMP,
                  RETURN_CODE = :WS-STEP-RC
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = :WS-STEP-NAME
                AND STEP_STATUS = 'STARTED'
           END-EXEC.
      *=============================================================*
      *    7000-CHECK-STREAM-DATE -- A POST RUN IS ONLY VALID        *
      *    AGAINST A PRE SNAPSHOT FROM THE SAME BUSINESS DATE.  IF   *
      *    RUN_CONTROL SHOWS NO PRE COMPLETED FOR THE OPEN STREAM'S  *
      *    DATE, WHATEVER IS SITTING ON RECONTOT IS A LEFTOVER FROM  *
      *    ANOTHER DAY AND RECONCILING AGAINST IT WOULD BE WORSE     *
      *    THAN USELESS.                                             *
      *=============================================================*
       7000-CHECK-STREAM-DATE.

              SELECT COUNT(*)
              INTO :WS-RC-ROW-COUNT
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_NAME = 'PRE'
                AND STEP_STATUS = 'COMPLETE'
           END-EXEC.
       7000-EXIT.
           EXIT.

      *=============================================================*
      *    6200-OPEN-STREAM-DATE -- PRE DECIDES THE BUSINESS DATE    *
      *    THE WHOLE STREAM RUNS UNDER AND OPENS IT ON STREAM_DATE.  *
      *    THE DATE IS THE FIRST BUSINESS_CALENDAR BUSINESS DAY      *
      *    AFTER THE LAST CLOSED STREAM (THE LATEST BUSINESS DAY UP  *
      *    TO TODAY ON THE VERY FIRST STREAM), NOT THE MACHINE       *
      *    DATE, SO A START AFTER MIDNIGHT STILL RUNS UNDER THE DAY  *
      *    IT BELONGS TO.  PRE=YYYY-MM-DD NAMES THE DATE OUTRIGHT    *
      *    (A SKIPPED NIGHT).  A RERUN OF PRE REUSES ITS OWN OPEN    *
      *    DATE -- NAMED ON THE PARM, OR WITH NO PARM ONLY WHILE NO  *
      *    PRE FOR THAT DATE IS COMPLETE ON RUN_CONTROL; ANY OTHER   *
      *    OPEN STREAM, A DATE ALREADY CLOSED, OR A DERIVED DATE     *
      *    STILL IN THE FUTURE REFUSES THE STEP.                     *
      *=============================================================*
       6200-OPEN-STREAM-DATE.

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO),
                     CHAR((SELECT MAX(S.BUSINESS_DATE)
                             FROM STREAM_DATE S
                            WHERE S.STREAM_STATUS = 'OPEN'), ISO),
                     CHAR((SELECT MAX(C.BUSINESS_DATE)
                             FROM STREAM_DATE C
                            WHERE C.STREAM_STATUS = 'CLOSED'), ISO)
              INTO :WS-MACHINE-DATE,
                   :WS-OPEN-DATE        :WS-OPEN-DATE-IND,
                   :WS-LAST-CLOSED-DATE :WS-CLOSED-DATE-IND
              FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'STREAM_DATE LOOKUP FAILED -- PRE REFUSED'
                   TO RR-REPORT-LINE
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

      *    A STREAM ALREADY OPEN IS EITHER THIS STREAM'S OWN PRE
      *    BEING RERUN, OR YESTERDAY'S STREAM NEVER CLOSED.  WITH NO
      *    PARM THE TWO ARE TOLD APART BY RUN_CONTROL: ONCE PRE HAS
      *    COMPLETED UNDER THE OPEN DATE, ANOTHER PRE IS THE NEXT
      *    NIGHT'S AND THE MISSED CLOSE MUST BE RUN FIRST
           IF WS-OPEN-DATE-IND >= 0
               IF WS-PARM-DATE = WS-OPEN-DATE
                   MOVE WS-OPEN-DATE TO WS-BUSINESS-DATE
                   GO TO 6200-EXIT
               END-IF
               IF WS-PARM-DATE = SPACES
                   PERFORM 6210-COUNT-PRE-COMPLETE
                       THRU 6210-EXIT
                   IF WS-RC-ROW-COUNT = 0
                       MOVE WS-OPEN-DATE TO WS-BUSINESS-DATE
                       GO TO 6200-EXIT
                   END-IF
               END-IF
               MOVE SPACES TO RR-REPORT-LINE
               STRING 'STREAM ' DELIMITED BY SIZE
                      WS-OPEN-DATE DELIMITED BY SIZE
                      ' STILL OPEN -- RUN CUSTRECN CLOSE FIRST'
                          DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               END-STRING
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           ELSE
               PERFORM 6250-DERIVE-NEXT-DATE
                   THRU 6250-EXIT
           END-IF.

           IF WS-CLOSED-DATE-IND >= 0
              AND WS-BUSINESS-DATE NOT > WS-LAST-CLOSED-DATE
               MOVE SPACES TO RR-REPORT-LINE
               STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      ' ALREADY CLOSED -- PRE REFUSED'
                          DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               END-STRING
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           IF WS-PARM-DATE = SPACES
              AND WS-BUSINESS-DATE > WS-MACHINE-DATE
               MOVE SPACES TO RR-REPORT-LINE
               STRING 'NEXT BUSINESS DATE ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      ' NOT YET REACHED -- PRE REFUSED'
                          DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               END-STRING
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO STREAM_DATE
                 (BUSINESS_DATE, STREAM_STATUS, OPENED_TS)
              VALUES
                 (:WS-BUSINESS-DATE, 'OPEN', CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SPACES TO RR-REPORT-LINE
               STRING 'STREAM_DATE OPEN FAILED FOR ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               END-STRING
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

      *    A NAMED DATE THE CALENDAR SAYS IS NOT A BUSINESS DAY IS
      *    ALLOWED (A WEEKEND CATCH-UP) BUT CALLED OUT ON THE REPORT
           MOVE 'Y' TO WS-DAY-FLAG.

           EXEC SQL
              SELECT BUSINESS_DAY
              INTO :WS-DAY-FLAG
              FROM BUSINESS_CALENDAR
              WHERE CAL_DATE = :WS-BUSINESS-DATE
           END-EXEC.

           MOVE SPACES TO RR-REPORT-LINE.
           STRING 'STREAM BUSINESS DATE OPENED: ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           IF SQLCODE = 100 OR WS-DAY-FLAG NOT = 'Y'
               MOVE SPACES TO RR-REPORT-LINE
               MOVE '*** NOT A BUSINESS DAY ON BUSINESS_CALENDAR'
                   TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.

           GO TO 6200-EXIT.

       6200-EXIT.
           EXIT.

      *=============================================================*
      *    6210-COUNT-PRE-COMPLETE -- PRE STEPS ALREADY COMPLETE     *
      *    UNDER THE OPEN STREAM'S DATE.  A FAILED LOOKUP REFUSES    *
      *    THE STEP RATHER THAN GUESS WHICH NIGHT THIS IS.           *
      *=============================================================*
       6210-COUNT-PRE-COMPLETE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-RC-ROW-COUNT
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-OPEN-DATE
                AND STEP_NAME = 'PRE'
                AND STEP_STATUS = 'COMPLETE'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO RR-REPORT-LINE
               MOVE 'RUN_CONTROL LOOKUP FAILED -- PRE REFUSED'
                   TO RR-REPORT-LINE
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           GO TO 6210-EXIT.

       6210-EXIT.
           EXIT.

      *=============================================================*
      *    6250-DERIVE-NEXT-DATE -- FIRST BUSINESS DAY AFTER THE     *
      *    LAST CLOSED STREAM; THE LATEST BUSINESS DAY UP TO TODAY   *
      *    WHEN NO STREAM HAS EVER CLOSED.  AN EMPTY CALENDAR FALLS  *
      *    BACK TO THE MACHINE DATE AND SAYS SO.                     *
      *=============================================================*
       6250-DERIVE-NEXT-DATE.

           IF WS-CLOSED-DATE-IND >= 0
               EXEC SQL
                  SELECT CHAR(MIN(CAL_DATE), ISO)
                  INTO :WS-NEXT-BUSINESS-DATE :WS-NEXT-DATE-IND
                  FROM BUSINESS_CALENDAR
                  WHERE BUSINESS_DAY = 'Y'
                    AND CAL_DATE > :WS-LAST-CLOSED-DATE
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT CHAR(MAX(CAL_DATE), ISO)
                  INTO :WS-NEXT-BUSINESS-DATE :WS-NEXT-DATE-IND
                  FROM BUSINESS_CALENDAR
                  WHERE BUSINESS_DAY = 'Y'
                    AND CAL_DATE <= :WS-MACHINE-DATE
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-NEXT-DATE-IND >= 0
               MOVE WS-NEXT-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-MACHINE-DATE TO WS-BUSINESS-DATE
               MOVE SPACES TO RR-REPORT-LINE
               MOVE '*** BUSINESS_CALENDAR NOT LOADED -- MACHINE DATE'
                   TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF.

           GO TO 6250-EXIT.

       6250-EXIT.
           EXIT.

      *=============================================================*
      *    6300-FIND-OPEN-STREAM -- POST AND CLOSE RUN UNDER THE     *
      *    DATE PRE OPENED, HOWEVER LATE THE CLOCK HAS GOT.  NO      *
      *    OPEN STREAM MEANS PRE NEVER RAN (OR CLOSE ALREADY DID).   *
      *=============================================================*
       6300-FIND-OPEN-STREAM.

           EXEC SQL
              SELECT CHAR(MAX(BUSINESS_DATE), ISO)
              INTO :WS-OPEN-DATE :WS-OPEN-DATE-IND
              FROM STREAM_DATE
              WHERE STREAM_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-OPEN-DATE-IND < 0
               MOVE SPACES TO RR-REPORT-LINE
               MOVE 'NO STREAM BUSINESS DATE OPEN -- RUN PRE FIRST'
                   TO RR-REPORT-LINE
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           MOVE WS-OPEN-DATE TO WS-BUSINESS-DATE.

           GO TO 6300-EXIT.

       6300-EXIT.
           EXIT.

      *=============================================================*
      *    6400-CLOSE-STREAM-DATE -- END OF STREAM.  A STEP STILL    *
      *    'STARTED' UNDER THE DATE (ABENDED, OR STILL RUNNING)      *
      *    REFUSES THE CLOSE, SINCE ITS RERUN MUST FIND THE SAME     *
      *    DATE OPEN; CLOSE=FORCE CLOSES REGARDLESS WITH RC 4.       *
      *=============================================================*
       6400-CLOSE-STREAM-DATE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-STEPS-RUNNING
              FROM RUN_CONTROL
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STEP_STATUS = 'STARTED'
                AND STEP_NAME <> 'CLOSE'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO RR-REPORT-LINE
               MOVE 'RUN_CONTROL LOOKUP FAILED -- CLOSE REFUSED'
                   TO RR-REPORT-LINE
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           MOVE 0 TO WS-STEP-RC.

           IF WS-STEPS-RUNNING > 0
               MOVE SPACES TO RR-REPORT-LINE
               STRING 'STEPS NOT COMPLETE FOR ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      ' -- SEE CUSTSTAT' DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               END-STRING
               WRITE RR-REPORT-LINE
               IF NOT WS-FORCE-CLOSE
                   MOVE SPACES TO RR-REPORT-LINE
                   MOVE 'STREAM LEFT OPEN -- CLOSE REFUSED'
                       TO RR-REPORT-LINE
                   PERFORM 6900-REFUSE-STREAM-STEP
                       THRU 6900-EXIT
               END-IF
               MOVE 4 TO WS-STEP-RC
           END-IF.

           EXEC SQL
              UPDATE STREAM_DATE
              SET STREAM_STATUS = 'CLOSED',
                  CLOSED_TS     = CURRENT TIMESTAMP
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
                AND STREAM_STATUS = 'OPEN'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SPACES TO RR-REPORT-LINE
               MOVE 'STREAM_DATE CLOSE FAILED -- STREAM LEFT OPEN'
                   TO RR-REPORT-LINE
               PERFORM 6900-REFUSE-STREAM-STEP
                   THRU 6900-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE SPACES TO RR-REPORT-LINE.
           STRING 'STREAM BUSINESS DATE CLOSED: ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO RR-REPORT-LINE
           END-STRING.
           WRITE RR-REPORT-LINE.

           CLOSE RECON-REPORT-FILE.

           MOVE WS-STEP-RC TO RETURN-CODE.
           PERFORM 6100-REGISTER-STEP-END
               THRU 6100-EXIT.

           GO TO 6400-EXIT.

       6400-EXIT.
           EXIT.

      *=============================================================*
      *    6900-REFUSE-STREAM-STEP -- WRITE THE REASON ALREADY IN    *
      *    RR-REPORT-LINE AND FAIL THE STEP.  ONCE THE STEP IS ON    *
      *    RUN_CONTROL (A REFUSED CLOSE) ITS ROW IS COMPLETED WITH   *
      *    RC 16 SO CUSTSTAT SHOWS WHY.                              *
      *=============================================================*
       6900-REFUSE-STREAM-STEP.

           WRITE RR-REPORT-LINE.

           CLOSE RECON-REPORT-FILE.

           MOVE 16 TO RETURN-CODE.

           IF WS-CLOSE-RUN AND WS-BUSINESS-DATE NOT = SPACES
               MOVE 16 TO WS-STEP-RC
               PERFORM 6100-REGISTER-STEP-END
                   THRU 6100-EXIT
           END-IF.

           STOP RUN.

       6900-EXIT.
           EXIT.

      *=============================================================*
      *    5510-WRITE-COUNT-LINE -- COMMON FORMAT/WRITE FOR ONE      *
      *    LABEL-AND-COUNT LINE OF THE RECONCILIATION REPORT         *
