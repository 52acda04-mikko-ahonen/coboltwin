      *    ROW (NEW VERSION, EFFECTIVE DATE, EVERY KEYED VALUE, WHO
      *    REQUESTED IT AND WHEN); A SECOND OPERATOR KEYS A TO
      *    APPROVE OR R TO REJECT AND PRESSES ENTER.  ONLY APPROVAL
      *    INSERTS THE NEW RULE_CONTROL ROW.  BELOW THE ACTION
      *    FIELD, THE LATEST CUSTIMPA IMPACT SUMMARY FOR THE CHANGE
      *    AND A WARNING LINE WHEN THERE IS NONE OR IT IS STALE.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-09-02  JH   INITIAL VERSION.
      *    2026-10-15  JH   ADDED THE IMPACT SUMMARY FIELDS (QIMTS,
      *                     QIINV, QIVAL, QIREF, QITUP, QITDN, QIWRN).
      *****************************************************************
       01  RAPRMAPI.
           05  FILLER                  PIC X(12).
               10  QACTA               PIC X(01).
           05  QACTI                   PIC X(01).

           05  QIMTSL                  PIC S9(04) COMP.
           05  QIMTSF                  PIC X(01).
           05  FILLER REDEFINES QIMTSF.
               10  QIMTSA              PIC X(01).
           05  QIMTSI                  PIC X(26).

           05  QIINVL                  PIC S9(04) COMP.
           05  QIINVF                  PIC X(01).
           05  FILLER REDEFINES QIINVF.
               10  QIINVA              PIC X(01).
           05  QIINVI                  PIC X(09).

           05  QIVALL                  PIC S9(04) COMP.
           05  QIVALF                  PIC X(01).
           05  FILLER REDEFINES QIVALF.
               10  QIVALA              PIC X(01).
           05  QIVALI                  PIC X(09).

           05  QIREFL                  PIC S9(04) COMP.
           05  QIREFF                  PIC X(01).
           05  FILLER REDEFINES QIREFF.
               10  QIREFA              PIC X(01).
           05  QIREFI                  PIC X(09).

           05  QITUPL                  PIC S9(04) COMP.
           05  QITUPF                  PIC X(01).
           05  FILLER REDEFINES QITUPF.
               10  QITUPA              PIC X(01).
           05  QITUPI                  PIC X(09).

           05  QITDNL                  PIC S9(04) COMP.
           05  QITDNF                  PIC X(01).
           05  FILLER REDEFINES QITDNF.
               10  QITDNA              PIC X(01).
           05  QITDNI                  PIC X(09).

           05  QIWRNL                  PIC S9(04) COMP.
           05  QIWRNF                  PIC X(01).
           05  FILLER REDEFINES QIWRNF.
               10  QIWRNA              PIC X(01).
           05  QIWRNI                  PIC X(40).

           05  QMSGL                   PIC S9(04) COMP.
           05  QMSGF                   PIC X(01).
           05  FILLER REDEFINES QMSGF.
           05  FILLER                  PIC X(03).
           05  QACTO                   PIC X(01).

           05  FILLER                  PIC X(03).
           05  QIMTSO                  PIC X(26).

           05  FILLER                  PIC X(03).
           05  QIINVO                  PIC X(09).

           05  FILLER                  PIC X(03).
           05  QIVALO                  PIC X(09).

           05  FILLER                  PIC X(03).
           05  QIREFO                  PIC X(09).

           05  FILLER                  PIC X(03).
           05  QITUPO                  PIC X(09).

           05  FILLER                  PIC X(03).
           05  QITDNO                  PIC X(09).

           05  FILLER                  PIC X(03).
           05  QIWRNO                  PIC X(40).

           05  FILLER                  PIC X(03).
           05  QMSGO                   PIC X(40).
