      *****************************************************************
      * HHLDREC   - BRANCH RELATIONSHIP FEED RECORD LAYOUT
      *
      *    ONE RECORD PER HOUSEHOLD LINK OR UNLINK MADE ON THE BRANCH
      *    SYSTEM, DELIVERED ON THE RELNFEED FEED AND APPLIED TO THE
      *    HOUSEHOLD_MEMBER TABLE BY CUSTHHLD.  A CUST-ID BELONGS TO
      *    AT MOST ONE HOUSEHOLD:
      *       'L'  LINK THE CUST-ID TO HH-HOUSEHOLD-ID (A CUST-ID
      *            ALREADY IN ANOTHER HOUSEHOLD IS MOVED TO THIS ONE)
      *       'U'  UNLINK THE CUST-ID FROM HH-HOUSEHOLD-ID (BLANK
      *            HOUSEHOLD-ID UNLINKS IT FROM WHATEVER HOUSEHOLD IT
      *            IS IN)
      *    THE FEED LEADS WITH A FEEDCTL HEADER AND CLOSES WITH A
      *    FEEDCTL TRAILER, TOLD APART FROM THESE DETAILS BY A
      *    RESERVED VALUE IN THE CUST-ID POSITION.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  HH-RELATIONSHIP-RECORD.
           05  HH-CUST-ID                  PIC X(10).
           05  HH-HOUSEHOLD-ID             PIC X(10).
           05  HH-ACTION                   PIC X(01).
               88  HH-ACTION-LINK              VALUE 'L'.
               88  HH-ACTION-UNLINK            VALUE 'U'.
           05  HH-EFFECTIVE-DATE           PIC X(10).
           05  FILLER                      PIC X(49).
