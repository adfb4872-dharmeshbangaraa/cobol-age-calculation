      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26  M.ANDREOLI  CREATED FOR MAKER/CHECKER APPROVALS     *
      *  10/15/26  M.ANDREOLI  ADD IMP, THE LAST CSAGTIMP IMPACT       *
      *                        SIMULATION FOR THE PENDING CHANGE       *
      ******************************************************************
       01  CSAGTAPRI.
           05  FILLER                          PIC X(12).
           05  RSNL                            PIC S9(04) COMP.
           05  RSNF                            PIC X(01).
           05  RSNI                            PIC X(20).
           05  IMPL                            PIC S9(04) COMP.
           05  IMPF                            PIC X(01).
           05  IMPI                            PIC X(60).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).
           05  RSNA                            PIC X(01).
           05  RSNO                            PIC X(20).
           05  FILLER                          PIC X(02).
           05  IMPA                            PIC X(01).
           05  IMPO                            PIC X(60).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
