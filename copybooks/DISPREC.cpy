      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-08-22  JH   INITIAL VERSION.
      *    2026-10-15  JH   THE FEED NOW LEADS WITH A FEEDCTL HEADER AND
      *                     CLOSES WITH A FEEDCTL TRAILER RECORD, TOLD
      *                     APART FROM THESE DETAILS BY A RESERVED
      *                     VALUE IN THE CUST-ID POSITION.
      *****************************************************************
       01  DP-DISPOSITION-RECORD.
           05  DP-CUST-ID                  PIC X(10).
