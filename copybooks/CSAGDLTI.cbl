      ******************************************************************
      *                         "CSAGDLTI"                             *
      *         MANIFEST DELTA AFTER-IMAGE RECORD LAYOUT.              *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  WRITTEN BY CSAGDLTA ALONGSIDE THE DELTA RECORDS (CSAGDLTR)    *
      *  AND APPLIED TO THE LIVE PAXVSAM KSDS BY CSAGPAXU, SO THE      *
      *  KEYED MANIFEST IS BROUGHT UP TO TONIGHT'S CUT WITHOUT A FULL  *
      *  RELOAD.  ONE RECORD PER KEY THAT MUST BE TOUCHED:             *
      *    A - ADD      IMAGE IS TONIGHT'S RECORD, TO BE WRITTEN       *
      *    D - DROP     IMAGE IS LAST NIGHT'S RECORD; ONLY THE KEY     *
      *                 IS USED, TO DELETE                             *
      *    C - REWRITE  IMAGE IS TONIGHT'S WHOLE RECORD, TO REPLACE    *
      *                 THE ONE ON FILE                                *
      *  A REWRITE IS WRITTEN FOR ANY DIFFERENCE IN THE RECORD, NOT    *
      *  ONLY THE FIELDS CSAGDLTA REPORTS AS A CHANGE, SO AN APPLIED   *
      *  PAXVSAM MATCHES WHAT A FULL RELOAD WOULD HAVE BUILT.  THE     *
      *  IMAGE IS A CSPAXREC RECORD -- THE SAME 103 BYTES AS PAXVSAM.  *
      *                                                                *
      *  THE LAST RECORD IS THE TRAILER (T): LAST NIGHT'S AND          *
      *  TONIGHT'S RECORD COUNTS AND THE NUMBER OF EACH IMAGE TYPE.    *
      *  CSAGPAXU WILL NOT APPLY A FILE WITHOUT ONE.                   *
      *                                                                *
      *                         LENGTH=104                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE IN-PLACE PAXVSAM APPLY  *
      ******************************************************************
       01  CSDLI-RECORD.
           05  CSDLI-IMAGE-TYPE            PIC X(01).
               88  CSDLI-ADD                   VALUE 'A'.
               88  CSDLI-DROP                  VALUE 'D'.
               88  CSDLI-REWRITE               VALUE 'C'.
               88  CSDLI-TRAILER-REC           VALUE 'T'.
           05  CSDLI-IMAGE                 PIC X(103).
           05  CSDLI-IMAGE-KEY REDEFINES CSDLI-IMAGE.
               10  CSDLI-BOOKING-ID        PIC X(10).
               10  CSDLI-PASSENGER-ID      PIC X(10).
               10  FILLER                  PIC X(83).
           05  CSDLI-TRAILER REDEFINES CSDLI-IMAGE.
               10  CSDLI-T-PREV-COUNT      PIC 9(07).
               10  CSDLI-T-CURR-COUNT      PIC 9(07).
               10  CSDLI-T-ADD-COUNT       PIC 9(07).
               10  CSDLI-T-DROP-COUNT      PIC 9(07).
               10  CSDLI-T-REWRITE-COUNT   PIC 9(07).
               10  FILLER                  PIC X(68).
