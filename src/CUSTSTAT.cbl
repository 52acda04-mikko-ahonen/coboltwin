      *       ONE-PAGE STATUS OF THE NIGHTLY STREAM FROM THE
      *       RUN_CONTROL TABLE: WHICH STEPS STARTED OR FINISHED,
      *       WHEN, IN WHAT MODE, AND WITH WHAT RETURN CODE --
      *       INSTEAD OF PAGING THROUGH JOB LOGS.  DEFAULTS TO THE
      *       STREAM BUSINESS DATE (THE OPEN STREAM, ELSE THE LAST
      *       ONE CLOSED); PARM='YYYY-MM-DD' REPORTS A PRIOR DATE.
      *
      *    RUN SEQUENCE:
      *       ON DEMAND.
      *                        NEXT TO THE RUN MODE.  NULL ON ROWS
      *                        WRITTEN BEFORE THE COLUMN EXISTED,
      *                        WHICH PRINTS BLANK.
      *       2026-10-15  JH   THE DEFAULT DATE IS NOW THE STREAM
      *                        BUSINESS DATE FROM STREAM_DATE -- THE
      *                        OPEN STREAM, OR BETWEEN STREAMS THE
      *                        LAST ONE CLOSED -- NOT CURRENT DATE,
      *                        WHICH SHOWED AN EMPTY PAGE FOR A
      *                        STREAM STILL RUNNING AFTER MIDNIGHT.
      *                        THE HEADING ALSO SHOWS WHETHER THE
      *                        DATE'S STREAM IS OPEN OR CLOSED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTSTAT.

       01  WS-PART-RANGE                  PIC X(21).

      *-----------------------------------------------------------*
      *    STREAM_DATE HOST VARIABLES -- CLOSED_TS IS NULL WHILE   *
      *    THE STREAM IS STILL OPEN                                *
      *-----------------------------------------------------------*
       01  WS-STREAM-STATUS               PIC X(08).
       01  WS-OPENED-TS                   PIC X(26).
       01  WS-CLOSED-TS                   PIC X(26).
       77  WS-CLOSED-TS-IND               PIC S9(04) COMP VALUE 0.

      *    END_TS AND RETURN_CODE ARE NULL WHILE A STEP IS STILL
      *    RUNNING, AND PART_RANGE IS NULL ON ROWS WRITTEN BEFORE
      *    THE COLUMN EXISTED, SO ALL THREE FETCH THROUGH NULL
               MOVE LK-PARM-TEXT(1:10) TO WS-BUSINESS-DATE
           ELSE
               EXEC SQL
                  SELECT CHAR(COALESCE(
                            (SELECT MAX(S.BUSINESS_DATE)
                               FROM STREAM_DATE S
                              WHERE S.STREAM_STATUS = 'OPEN'),
                            (SELECT MAX(C.BUSINESS_DATE)
                               FROM STREAM_DATE C
                              WHERE C.STREAM_STATUS = 'CLOSED'),
                            CURRENT DATE), ISO)
                  INTO :WS-BUSINESS-DATE
                  FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-STRING.
           WRITE ST-REPORT-LINE.

           PERFORM 1100-SHOW-STREAM-STATUS
               THRU 1100-EXIT.

           MOVE SPACES TO ST-REPORT-LINE.
           WRITE ST-REPORT-LINE.

       1000-EXIT.
           EXIT.

      *=============================================================*
      *    1100-SHOW-STREAM-STATUS -- WHETHER CUSTRECN HAS OPENED    *
      *    AND CLOSED THE DATE ON STREAM_DATE, AND WHEN              *
      *=============================================================*
       1100-SHOW-STREAM-STATUS.

           EXEC SQL
              SELECT STREAM_STATUS, CHAR(OPENED_TS), CHAR(CLOSED_TS)
              INTO :WS-STREAM-STATUS, :WS-OPENED-TS,
                   :WS-CLOSED-TS :WS-CLOSED-TS-IND
              FROM STREAM_DATE
              WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
           END-EXEC.

           MOVE SPACES TO ST-REPORT-LINE.

           IF SQLCODE NOT = 0
               MOVE 'STREAM: NOT OPENED BY CUSTRECN PRE'
                   TO ST-REPORT-LINE
               WRITE ST-REPORT-LINE
               GO TO 1100-EXIT
           END-IF.

           IF WS-CLOSED-TS-IND < 0
               MOVE SPACES TO WS-CLOSED-TS
           END-IF.

           STRING 'STREAM: ' DELIMITED BY SIZE
                  WS-STREAM-STATUS DELIMITED BY SIZE
                  '  OPENED ' DELIMITED BY SIZE
                  WS-OPENED-TS DELIMITED BY SIZE
                  '  CLOSED ' DELIMITED BY SIZE
                  WS-CLOSED-TS DELIMITED BY SIZE
                  INTO ST-REPORT-LINE
           ON OVERFLOW
               CONTINUE
           END-STRING.
           WRITE ST-REPORT-LINE.

           GO TO 1100-EXIT.

       1100-EXIT.
           EXIT.

      *=============================================================*
      *    2000-LIST-STREAM-STEPS -- EVERY RUN_CONTROL ROW FOR THE   *
      *    BUSINESS DATE, IN START ORDER                             *
