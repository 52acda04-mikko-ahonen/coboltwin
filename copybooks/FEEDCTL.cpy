      *****************************************************************
      * FEEDCTL   - INBOUND FEED HEADER/TRAILER CONTROL RECORDS
      *
      *    EVERY INBOUND FEED (NEWACCTS, CLOSACCT, CLCTRTRN,
      *    RELNFEED) LEADS WITH ONE HEADER AND CLOSES WITH ONE
      *    TRAILER RECORD, SAME 80-BYTE LENGTH AS THE DETAIL
      *    RECORDS, COPIED INTO EACH FEED'S FD BESIDE ITS DETAIL
      *    LAYOUT.  THE DETAIL LAYOUTS
      *    CARRY NO RECORD-TYPE BYTE, SO THE CONTROL RECORDS ARE
      *    TOLD APART BY A RESERVED VALUE IN THE CUST-ID POSITION
      *    THAT NO REAL ACCOUNT CAN HOLD (THE SAME DEVICE AS THE
      *    '*RULECTL*' KEY ON AUDIT_TRAIL).
      *
      *    HEADER:  FEED NAME (MUST MATCH THE FEED THE READING
      *             PROGRAM EXPECTS), SENDING SYSTEM, FILE DATE, AND
      *             A SEQUENCE NUMBER THAT RUNS UP BY ONE PER FILE
      *             PER FEED AND SENDER.
      *    TRAILER: COUNT OF DETAIL RECORDS BETWEEN HEADER AND
      *             TRAILER AND A HASH TOTAL OVER THOSE RECORDS --
      *             THE SUM OF NA-BALANCE ON NEWACCTS; THE SUM OF
      *             THE CUST-ID TAKEN AS A NUMBER ON CLOSACCT,
      *             CLCTRTRN AND RELNFEED, WHICH CARRY NO AMOUNT (A
      *             CUST-ID THAT IS NOT ALL DIGITS ADDS NOTHING).
      *
      *    THE READING PROGRAM CHECKS BOTH, AND THE FEED_REGISTRY
      *    TABLE FOR AN ALREADY-PROCESSED OR OUT-OF-SEQUENCE FILE,
      *    BEFORE ANY DETAIL RECORD IS APPLIED.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *    2026-10-15  JH   RELNFEED (BRANCH RELATIONSHIP FEED, READ BY
      *                     CUSTHHLD) CARRIES THE SAME HEADER AND
      *                     TRAILER.
      *****************************************************************
       01  FC-HEADER-RECORD.
           05  FC-H-RECORD-ID              PIC X(10).
               88  FC-H-IS-HEADER              VALUE '*FEEDHDR*'.
           05  FC-H-FEED-NAME              PIC X(08).
           05  FC-H-SENDER-ID              PIC X(08).
           05  FC-H-FILE-DATE              PIC X(10).
           05  FC-H-SEQUENCE-NO            PIC 9(09).
           05  FILLER                      PIC X(35).

       01  FC-TRAILER-RECORD.
           05  FC-T-RECORD-ID              PIC X(10).
               88  FC-T-IS-TRAILER             VALUE '*FEEDTRL*'.
           05  FC-T-RECORD-COUNT           PIC 9(09).
           05  FC-T-HASH-TOTAL             PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(43).
