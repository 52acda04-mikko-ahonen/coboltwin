      *****************************************************************
      * ENTLMAP   - SYMBOLIC MAP FOR THE CENT USER ENTITLEMENT
      *             MAINTENANCE TRANSACTION (MAPSET CUSTSET, MAP
      *             ENTLMAP)
      *
      *    ONE SCREEN: THE ADMINISTRATOR KEYS A USER-ID, CUSTENMT
      *    SENDS BACK THE USER'S CURRENT RIGHTS (EC...) AND ANY
      *    PENDING CHANGE (EN..., WITH WHO QUEUED IT AND WHEN); THE
      *    ADMINISTRATOR OVERTYPES THE NEW COLUMN AND KEYS Q TO
      *    QUEUE IT, OR A/R TO APPROVE OR REJECT THE PENDING ONE.
      *
      * MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  --------------------------------------------
      *    2026-10-15  JH   INITIAL VERSION.
      *****************************************************************
       01  ENTLMAPI.
           05  FILLER                  PIC X(12).
           05  EUSERL                  PIC S9(04) COMP.
           05  EUSERF                  PIC X(01).
           05  FILLER REDEFINES EUSERF.
               10  EUSERA              PIC X(01).
           05  EUSERI                  PIC X(08).

           05  ECROVL                  PIC S9(04) COMP.
           05  ECROVF                  PIC X(01).
           05  FILLER REDEFINES ECROVF.
               10  ECROVA              PIC X(01).
           05  ECROVI                  PIC X(01).

           05  ENROVL                  PIC S9(04) COMP.
           05  ENROVF                  PIC X(01).
           05  FILLER REDEFINES ENROVF.
               10  ENROVA              PIC X(01).
           05  ENROVI                  PIC X(01).

           05  ECAOVL                  PIC S9(04) COMP.
           05  ECAOVF                  PIC X(01).
           05  FILLER REDEFINES ECAOVF.
               10  ECAOVA              PIC X(01).
           05  ECAOVI                  PIC X(01).

           05  ENAOVL                  PIC S9(04) COMP.
           05  ENAOVF                  PIC X(01).
           05  FILLER REDEFINES ENAOVF.
               10  ENAOVA              PIC X(01).
           05  ENAOVI                  PIC X(01).

           05  ECRRLL                  PIC S9(04) COMP.
           05  ECRRLF                  PIC X(01).
           05  FILLER REDEFINES ECRRLF.
               10  ECRRLA              PIC X(01).
           05  ECRRLI                  PIC X(01).

           05  ENRRLL                  PIC S9(04) COMP.
           05  ENRRLF                  PIC X(01).
           05  FILLER REDEFINES ENRRLF.
               10  ENRRLA              PIC X(01).
           05  ENRRLI                  PIC X(01).

           05  ECARLL                  PIC S9(04) COMP.
           05  ECARLF                  PIC X(01).
           05  FILLER REDEFINES ECARLF.
               10  ECARLA              PIC X(01).
           05  ECARLI                  PIC X(01).

           05  ENARLL                  PIC S9(04) COMP.
           05  ENARLF                  PIC X(01).
           05  FILLER REDEFINES ENARLF.
               10  ENARLA              PIC X(01).
           05  ENARLI                  PIC X(01).

           05  ECADML                  PIC S9(04) COMP.
           05  ECADMF                  PIC X(01).
           05  FILLER REDEFINES ECADMF.
               10  ECADMA              PIC X(01).
           05  ECADMI                  PIC X(01).

           05  ENADML                  PIC S9(04) COMP.
           05  ENADMF                  PIC X(01).
           05  FILLER REDEFINES ENADMF.
               10  ENADMA              PIC X(01).
           05  ENADMI                  PIC X(01).

           05  ECLVLL                  PIC S9(04) COMP.
           05  ECLVLF                  PIC X(01).
           05  FILLER REDEFINES ECLVLF.
               10  ECLVLA              PIC X(01).
           05  ECLVLI                  PIC X(01).

           05  ENLVLL                  PIC S9(04) COMP.
           05  ENLVLF                  PIC X(01).
           05  FILLER REDEFINES ENLVLF.
               10  ENLVLA              PIC X(01).
           05  ENLVLI                  PIC X(01).

           05  ECTSL                   PIC S9(04) COMP.
           05  ECTSF                   PIC X(01).
           05  FILLER REDEFINES ECTSF.
               10  ECTSA               PIC X(01).
           05  ECTSI                   PIC X(26).

           05  EPUSRL                  PIC S9(04) COMP.
           05  EPUSRF                  PIC X(01).
           05  FILLER REDEFINES EPUSRF.
               10  EPUSRA              PIC X(01).
           05  EPUSRI                  PIC X(08).

           05  EPTSL                   PIC S9(04) COMP.
           05  EPTSF                   PIC X(01).
           05  FILLER REDEFINES EPTSF.
               10  EPTSA               PIC X(01).
           05  EPTSI                   PIC X(26).

           05  EACTL                   PIC S9(04) COMP.
           05  EACTF                   PIC X(01).
           05  FILLER REDEFINES EACTF.
               10  EACTA               PIC X(01).
           05  EACTI                   PIC X(01).

           05  EMSGL                   PIC S9(04) COMP.
           05  EMSGF                   PIC X(01).
           05  FILLER REDEFINES EMSGF.
               10  EMSGA               PIC X(01).
           05  EMSGI                   PIC X(40).

       01  ENTLMAPO REDEFINES ENTLMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  EUSERO                  PIC X(08).

           05  FILLER                  PIC X(03).
           05  ECROVO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENROVO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECAOVO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENAOVO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECRRLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENRRLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECARLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENARLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECADMO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENADMO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECLVLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ENLVLO                  PIC X(01).

           05  FILLER                  PIC X(03).
           05  ECTSO                   PIC X(26).

           05  FILLER                  PIC X(03).
           05  EPUSRO                  PIC X(08).

           05  FILLER                  PIC X(03).
           05  EPTSO                   PIC X(26).

           05  FILLER                  PIC X(03).
           05  EACTO                   PIC X(01).

           05  FILLER                  PIC X(03).
           05  EMSGO                   PIC X(40).
