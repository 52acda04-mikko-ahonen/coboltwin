      *****************************************************************
      * ESCHRREC  - UNCLAIMED-PROPERTY STATE REMITTANCE RECORD LAYOUT
      *
      *    ONE RECORD IS WRITTEN BY CUSTESCH (PARM='REMIT') TO THE
      *    ESCHREMT FILE FOR EVERY CUSTOMER_DATA ROW MOVED TO STATUS
      *    'ESCHEATED' -- NO RESPONSE AND NO POSTING ACTIVITY BY THE
      *    END OF THE DUE-DILIGENCE WINDOW.  RECORDS ARE IN STATE
      *    ORDER SO THE HOLDER REPORT FOR EACH STATE IS ONE
      *    CONTIGUOUS RUN OF THE FILE.  ALL FIELDS ARE DISPLAY
      *    FORMAT; THE AMOUNT IS ALWAYS POSITIVE (A ROW WITH NOTHING
      *    TO REMIT IS NEVER ESCHEATED).
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  ER-REMIT-RECORD.
           05  ER-STATE-CODE               PIC X(02).
           05  ER-REPORT-YEAR              PIC X(04).
           05  ER-CUST-ID                  PIC X(10).
           05  ER-NAME                     PIC X(30).
           05  ER-REMIT-AMOUNT             PIC 9(07)V99.
           05  ER-LAST-ACTIVITY-DATE       PIC X(10).
           05  ER-LETTER-DATE              PIC X(10).
           05  ER-REMIT-DATE               PIC X(10).
           05  FILLER                      PIC X(15).
