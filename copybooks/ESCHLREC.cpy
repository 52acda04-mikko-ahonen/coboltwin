      *****************************************************************
      * ESCHLREC  - UNCLAIMED-PROPERTY DUE-DILIGENCE LETTER EXTRACT
      *
      *    ONE RECORD IS WRITTEN BY CUSTESCH (PARM='LETTER') TO THE
      *    ESCHLTR EXTRACT FOR EVERY DORMANT CUSTOMER_DATA ROW WHOSE
      *    LAST POSTING ACTIVITY IS OLDER THAN THE RULE_CONTROL
      *    ESCHEAT_HOLD_YEARS HOLDING PERIOD.  THE LETTERS SYSTEM
      *    SENDS THE STATUTORY DUE-DILIGENCE LETTER TELLING THE
      *    CUSTOMER THE BALANCE WILL BE REPORTED TO THE STATE UNLESS
      *    THEY CONTACT THE BANK BY EL-RESPONSE-END-DATE.
      *    EL-STATE-CODE IS THE STATE THE PROPERTY WOULD BE REPORTED
      *    TO AS THINGS STAND ON THE LETTER DATE.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  EL-LETTER-RECORD.
           05  EL-CUST-ID                  PIC X(10).
           05  EL-NAME                     PIC X(30).
           05  EL-BALANCE                  PIC S9(7)V99 COMP-3.
           05  EL-STATE-CODE               PIC X(02).
           05  EL-LAST-MAINT-TS            PIC X(26).
           05  EL-LETTER-DATE              PIC X(10).
           05  EL-RESPONSE-END-DATE        PIC X(10).
