      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-09-02  JH   INITIAL VERSION.
      *    2026-10-15  JH   THE FEED NOW LEADS WITH A FEEDCTL HEADER AND
      *                     CLOSES WITH A FEEDCTL TRAILER RECORD, TOLD
      *                     APART FROM THESE DETAILS BY A RESERVED
      *                     VALUE IN THE CUST-ID POSITION.
      *****************************************************************
       01  CS-CLOSURE-RECORD.
           05  CS-CUST-ID                  PIC X(10).
