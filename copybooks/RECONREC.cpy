      *                     UPDATE COUNT ALONGSIDE OVERRIDE HOLDS, SO
      *                     A DORMANCY DAY DOES NOT RECONCILE AS A
      *                     MISMATCH.  ZERO ON EVERY OTHER PHASE.
      *    2026-10-15  JH   ADDED THE 'BKOT' PHASE, WRITTEN BY CUSTBKOT
      *                     (LIVE BACK-OUT OF ONE RUN FROM AUDIT_TRAIL):
      *                     TR-FETCH-COUNT = THE RUN'S AUDIT ROWS READ,
      *                     TR-UPDATE-COUNT = ROWS REVERSED,
      *                     TR-UPDATE-FAILED-COUNT = REVERSALS THAT
      *                     FAILED, TR-DUPLICATE-COUNT = CUSTOMERS
      *                     SKIPPED AS CHANGED SINCE OR NOT REVERSIBLE,
      *                     TR-OVERRIDE-HELD-COUNT = CUSTOMERS SKIPPED
      *                     UNDER AN OVERRIDE HOLD.  ROW COUNT AND
      *                     BALANCE ARE ZERO -- A BACK-OUT ONLY MOVES
      *                     STATUS AND SEGMENT.
      *****************************************************************
       01  TR-CONTROL-TOTALS.
           05  TR-RUN-PHASE                PIC X(04).
               88  TR-PHASE-LOAD               VALUE 'LOAD'.
               88  TR-PHASE-CLOS               VALUE 'CLOS'.
               88  TR-PHASE-RPR                VALUE 'RPR '.
               88  TR-PHASE-BKOT               VALUE 'BKOT'.
           05  TR-ROW-COUNT                PIC 9(09)      COMP.
           05  TR-TOTAL-BALANCE            PIC S9(09)V99  COMP-3.
           05  TR-FETCH-COUNT              PIC 9(09)      COMP.
