      *****************************************************************
      * NOTCREC   - COLLECTIONS NOTICE-LETTER EXTRACT RECORD LAYOUT
      *
      *    ONE RECORD IS WRITTEN BY CUSTPROC (OR THE CUSTREPR MORNING
      *    REPAIR PASS) FOR EVERY CUSTOMER_DATA ROW THAT FAILS
      *    VALIDATION FOR THE FIRST TIME AND IS PUT ON STATUS
      *    'NOTICE' INSTEAD OF GOING STRAIGHT TO COLLECTIONS.  THE
      *    LETTER VENDOR PRINTS ONE NOTICE PER RECORD TELLING THE
      *    CUSTOMER WHAT IS WRONG AND THE DATE BY WHICH IT MUST BE
      *    PUT RIGHT (NT-CURE-END-DATE); A CUSTOMER STILL FAILING ON
      *    THAT DATE IS REFERRED ON CLCTFEED BY THAT NIGHT'S PASS.
      *    EVERY REASON THE ROW FAILED IS CARRIED (UP TO FOUR), NOT
      *    JUST THE PRIMARY ONE, SO THE LETTER LISTS THEM ALL.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  NT-NOTICE-RECORD.
           05  NT-CUST-ID                  PIC X(10).
           05  NT-NAME                     PIC X(30).
           05  NT-BALANCE                  PIC S9(7)V99 COMP-3.
           05  NT-NOTICE-DATE              PIC X(10).
           05  NT-CURE-END-DATE            PIC X(10).
           05  NT-CURE-DAYS                PIC 9(03).
           05  NT-REASON-COUNT             PIC 9(01).
           05  NT-REASONS.
               10  NT-REASON               OCCURS 4 TIMES.
                   15  NT-REASON-CODE      PIC X(04).
                   15  NT-REASON-TEXT      PIC X(20).
