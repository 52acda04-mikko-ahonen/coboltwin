      *****************************************************************
      * HHLDMAP   - SYMBOLIC MAP FOR THE CHHL HOUSEHOLD LINK/UNLINK
      *             TRANSACTION (MAPSET CUSTSET, MAP HHLDMAP)
      *
      *    ONE SCREEN: OPERATOR KEYS A CUST-ID, CUSTHHMT SENDS BACK
      *    NAME/BALANCE/STATUS AND THE CUSTOMER'S CURRENT HOUSEHOLD
      *    (MEMBER COUNT AND COMBINED BALANCE); OPERATOR KEYS A
      *    HOUSEHOLD ID AND L(INK) OR U(NLINK) AND PRESSES ENTER
      *    AGAIN TO APPLY THE CHANGE.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  HHLDMAPI.
           05  FILLER                  PIC X(12).
           05  HCUSTL                  PIC S9(04) COMP.
           05  HCUSTF                  PIC X(01).
           05  FILLER REDEFINES HCUSTF.
               10  HCUSTA              PIC X(01).
           05  HCUSTI                  PIC X(10).

           05  HNAMEL                  PIC S9(04) COMP.
           05  HNAMEF                  PIC X(01).
           05  FILLER REDEFINES HNAMEF.
               10  HNAMEA              PIC X(01).
           05  HNAMEI                  PIC X(30).

           05  HBALL                   PIC S9(04) COMP.
           05  HBALF                   PIC X(01).
           05  FILLER REDEFINES HBALF.
               10  HBALA               PIC X(01).
           05  HBALI                   PIC X(15).

           05  HSTATL                  PIC S9(04) COMP.
           05  HSTATF                  PIC X(01).
           05  FILLER REDEFINES HSTATF.
               10  HSTATA              PIC X(01).
           05  HSTATI                  PIC X(10).

           05  HCURL                   PIC S9(04) COMP.
           05  HCURF                   PIC X(01).
           05  FILLER REDEFINES HCURF.
               10  HCURA               PIC X(01).
           05  HCURI                   PIC X(10).

           05  HCNTL                   PIC S9(04) COMP.
           05  HCNTF                   PIC X(01).
           05  FILLER REDEFINES HCNTF.
               10  HCNTA               PIC X(01).
           05  HCNTI                   PIC X(05).

           05  HHBALL                  PIC S9(04) COMP.
           05  HHBALF                  PIC X(01).
           05  FILLER REDEFINES HHBALF.
               10  HHBALA              PIC X(01).
           05  HHBALI                  PIC X(15).

           05  HNEWL                   PIC S9(04) COMP.
           05  HNEWF                   PIC X(01).
           05  FILLER REDEFINES HNEWF.
               10  HNEWA               PIC X(01).
           05  HNEWI                   PIC X(10).

           05  HACTL                   PIC S9(04) COMP.
           05  HACTF                   PIC X(01).
           05  FILLER REDEFINES HACTF.
               10  HACTA               PIC X(01).
           05  HACTI                   PIC X(01).

           05  HMSGL                   PIC S9(04) COMP.
           05  HMSGF                   PIC X(01).
           05  FILLER REDEFINES HMSGF.
               10  HMSGA               PIC X(01).
           05  HMSGI                   PIC X(40).

       01  HHLDMAPO REDEFINES HHLDMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  HCUSTO                  PIC X(10).

           05  FILLER                  PIC X(03).
           05  HNAMEO                  PIC X(30).

           05  FILLER                  PIC X(03).
           05  HBALO                   PIC X(15).

           05  FILLER                  PIC X(03).
           05  HSTATO                  PIC X(10).

           05  FILLER                  PIC X(03).
           05  HCURO                   PIC X(10).

           05  FILLER                  PIC X(03).
           05  HCNTO                   PIC X(05).

           05  FILLER                  PIC X(03).
           05  HHBALO                  PIC X(15).

           05  FILLER                  PIC X(03).
           05  HNEWO                   PIC X(10).

           05  FILLER                  PIC X(03).
           05  HACTO                   PIC X(01).

           05  FILLER                  PIC X(03).
           05  HMSGO                   PIC X(40).
