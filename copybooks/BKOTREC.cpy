      *****************************************************************
      * BKOTREC   - RUN BACK-OUT DOWNSTREAM REVERSAL RECORD LAYOUT
      *
      *    ONE RECORD IS WRITTEN BY CUSTBKOT (PARM='LIVE=') TO THE
      *    BKOTREV FILE FOR EVERY CUSTOMER WHOSE REVERSED CHANGE HAD
      *    SENT SOMETHING DOWNSTREAM, SO THE RECEIVING SYSTEM CAN
      *    WITHDRAW IT:
      *       BR-FEED-NAME 'CLCTFEED' -- COLLECTIONS REFERRAL (THE RUN
      *                    PUT THE ROW ON 'INVALID');
      *       BR-FEED-NAME 'DORMFEED' -- DORMANCY LETTER (CUSTDORM PUT
      *                    THE ROW ON 'DORMANT');
      *       BR-FEED-NAME 'NOTCFEED' -- PRE-COLLECTIONS NOTICE LETTER
      *                    (THE RUN PUT THE ROW ON 'NOTICE').
      *    BR-RUN-STATUS IS THE STATUS THE BACKED-OUT RUN SET AND
      *    BR-RESTORED-STATUS THE ONE THE ROW IS BACK ON.  THE KEY
      *    DOWNSTREAM IS BR-CUST-ID WITH BR-ORIG-RUN-TS, THE
      *    RUN_TIMESTAMP OF THE RUN THAT SENT THE ORIGINAL RECORD.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  BR-REVERSAL-RECORD.
           05  BR-FEED-NAME                PIC X(08).
           05  BR-CUST-ID                  PIC X(10).
           05  BR-NAME                     PIC X(30).
           05  BR-BALANCE                  PIC S9(7)V99 COMP-3.
           05  BR-RUN-STATUS               PIC X(10).
           05  BR-RESTORED-STATUS          PIC X(10).
           05  BR-ORIG-RUN-TS              PIC X(26).
           05  BR-REVERSAL-TS              PIC X(26).
