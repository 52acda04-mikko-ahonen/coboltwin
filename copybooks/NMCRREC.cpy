      *****************************************************************
      * NMCRREC   - NAME-CORRECTION FEED RECORD LAYOUT
      *
      *    ONE RECORD IS WRITTEN BY CUSTNMCR TO THE NMCRFEED FILE FOR
      *    THE POSTING SYSTEM, WHICH OWNS NAME, FOR EVERY CUSTOMER
      *    FAILING BLNM (BLANK NAME) OR BADC (NON-PRINTABLE
      *    CHARACTERS IN THE NAME) FOR WHOM A SAFE CORRECTED NAME
      *    COULD BE PROPOSED.  NX-PROPOSAL-SOURCE SAYS WHERE THE NAME
      *    CAME FROM:
      *       'CLEANED'  -- THE CURRENT NAME WITH THE NON-PRINTABLE
      *                     CHARACTERS TAKEN OUT (BADC);
      *       'NAMEHIST' -- THE NAME BEFORE THE POSTING SYSTEM
      *                     BLANKED IT, FROM NAME_BALANCE_HIST (BLNM);
      *       'CLOSARCH' -- THE NAME THE ACCOUNT CARRIED WHEN LAST
      *                     CLOSED, FROM THE CUSTCLOS ARCHIVE (BLNM);
      *       'NEWACCTS' -- THE NAME THE ACCOUNT WAS OPENED WITH ON
      *                     THE BRANCH ONBOARDING FEED (BLNM).
      *    NX-BASED-ON-MAINT-TS IS THE ROW'S LAST_MAINT_TS WHEN THE
      *    PROPOSAL WAS MADE (SPACES IF NEVER STAMPED), SO THE POSTING
      *    SYSTEM CAN DECLINE A PROPOSAL FOR A NAME IT HAS TOUCHED
      *    SINCE.  ALL FIELDS ARE DISPLAY FORMAT.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  NX-CORRECTION-RECORD.
           05  NX-CUST-ID                  PIC X(10).
           05  NX-REASON-CODE              PIC X(04).
           05  NX-PROPOSED-NAME            PIC X(30).
           05  NX-PROPOSAL-SOURCE          PIC X(08).
           05  NX-BASED-ON-MAINT-TS        PIC X(26).
           05  NX-SENT-DATE                PIC X(10).
           05  FILLER                      PIC X(12).
