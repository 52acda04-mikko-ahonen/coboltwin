      *****************************************************************
      * ACKREC    - INBOUND FEED ACKNOWLEDGEMENT RECORD LAYOUTS
      *
      *    MACHINE-READABLE ACKNOWLEDGEMENT RETURNED TO THE SENDER OF
      *    AN INBOUND FEED: LOADACK FROM CUSTLOAD (NEWACCTS),
      *    CLOSACK FROM CUSTCLOS (CLOSACCT), DISPACK FROM CUSTDISP
      *    (CLCTRTRN), RELNACK FROM CUSTHHLD (RELNFEED).  ALL FIELDS
      *    ARE DISPLAY FORMAT, 80 BYTES.
      *
      *    ONE 'H' HEADER ECHOES THE FEED HEADER AND SAYS WHETHER THE
      *    FILE WAS ACCEPTED OR REFUSED (WITH THE REFUSAL CODE).  A
      *    REFUSED FILE HAS NO DETAILS -- NOTHING ON IT WAS APPLIED
      *    AND THE WHOLE FILE MUST BE CORRECTED AND RESENT.  AN
      *    ACCEPTED FILE GETS ONE 'D' DETAIL PER FEED RECORD, IN FEED
      *    ORDER (AK-D-RECORD-NO IS THE DETAIL'S POSITION AFTER THE
      *    HEADER), MARKED ACCEPTED, REJECTED OR DUPLICATE.  A 'T'
      *    TRAILER CARRIES THE DETAIL COUNTS.
      *
      *    FEED REFUSAL CODES (AK-H-REFUSAL-CODE):
      *       NOHD  HEADER MISSING OR UNREADABLE
      *       WFED  HEADER NAMES A DIFFERENT FEED
      *       NOTR  TRAILER MISSING OR UNREADABLE (SHORT FILE)
      *       XTRL  RECORDS AFTER THE TRAILER
      *       CNTE  TRAILER RECORD COUNT DOES NOT MATCH
      *       HSHE  TRAILER HASH TOTAL DOES NOT MATCH
      *       DUPF  SEQUENCE NUMBER ALREADY PROCESSED
      *       OSEQ  SEQUENCE NUMBER NOT LAST ACCEPTED PLUS ONE
      *       REGE  FEED_REGISTRY COULD NOT BE READ
      *
      *    RECORD REJECT REASONS (AK-D-REASON-CODE, UP TO FOUR):
      *       NEWACCTS  BLID NNBL BLNM NEGB OVLM BADC -- THE SAME
      *                 VALIDATION CODES AS LOADRPT
      *       CLOSACCT  NOTF (NOT ON FILE), WRTO (WRITTEN OFF,
      *                 COLLECTIONS OWNS), HOLD (OVERRIDE HOLD),
      *                 ESCH (ESCHEATED -- BALANCE REMITTED TO THE
      *                 STATE)
      *       CLCTRTRN  NOTF (NOT ON FILE, HELD FOR RETRY), UNKC
      *                 (UNKNOWN DISPOSITION CODE), HOLD
      *       RELNFEED  NOTF (NOT ON FILE), BDAC (ACTION NOT L OR U),
      *                 BDHH (LINK WITH NO HOUSEHOLD ID), NOLK
      *                 (UNLINK FROM A HOUSEHOLD THE CUST-ID IS NOT
      *                 IN)
      *       ANY FEED  DBER (DATABASE READ/UPDATE FAILED -- RESEND)
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *    2026-10-15  JH   ADDED RELNACK (CUSTHHLD) AND ITS REASONS.
      *    2026-10-15  JH   ADDED CLOSACCT REASON ESCH.
      *****************************************************************
       01  AK-HEADER-RECORD.
           05  AK-H-RECORD-TYPE            PIC X(01).
               88  AK-H-TYPE-HEADER            VALUE 'H'.
           05  AK-H-FEED-NAME              PIC X(08).
           05  AK-H-SENDER-ID              PIC X(08).
           05  AK-H-FILE-DATE              PIC X(10).
           05  AK-H-SEQUENCE-NO            PIC 9(09).
           05  AK-H-FEED-STATUS            PIC X(08).
               88  AK-H-FEED-ACCEPTED          VALUE 'ACCEPTED'.
               88  AK-H-FEED-REFUSED           VALUE 'REFUSED'.
           05  AK-H-REFUSAL-CODE           PIC X(04).
           05  AK-H-PROCESSED-TS           PIC X(26).
           05  FILLER                      PIC X(06).

       01  AK-DETAIL-RECORD.
           05  AK-D-RECORD-TYPE            PIC X(01).
               88  AK-D-TYPE-DETAIL            VALUE 'D'.
           05  AK-D-RECORD-NO              PIC 9(09).
           05  AK-D-CUST-ID                PIC X(10).
           05  AK-D-RESULT                 PIC X(03).
               88  AK-D-ACCEPTED               VALUE 'ACC'.
               88  AK-D-REJECTED               VALUE 'REJ'.
               88  AK-D-DUPLICATE              VALUE 'DUP'.
           05  AK-D-REASON-CODES.
               10  AK-D-REASON-CODE        OCCURS 4 TIMES
                                           PIC X(04).
           05  AK-D-REASON-TEXT            PIC X(38).
           05  FILLER                      PIC X(03).

       01  AK-TRAILER-RECORD.
           05  AK-T-RECORD-TYPE            PIC X(01).
               88  AK-T-TYPE-TRAILER           VALUE 'T'.
           05  AK-T-RECORD-COUNT           PIC 9(09).
           05  AK-T-ACCEPTED-COUNT         PIC 9(09).
           05  AK-T-REJECTED-COUNT         PIC 9(09).
           05  AK-T-DUPLICATE-COUNT        PIC 9(09).
           05  FILLER                      PIC X(43).
