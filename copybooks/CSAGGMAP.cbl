      ******************************************************************
      *                         "CSAGGMAP"                             *
      *         SYMBOLIC MAP FOR THE CSAGGINQ INQUIRY SCREEN.          *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  GENERATED FROM MAPSET CSAGGSET, MAP CSAGGINQ, BY BMS.  COPY   *
      *  THIS MEMBER INSTEAD OF THE BMS-GENERATED ONE SO THE FIELD     *
      *  NAMES STAY STABLE ACROSS MAP REGENERATION.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR PASSENGER-ID INQUIRY        *
      ******************************************************************
       01  CSAGGINQI.
           05  FILLER                          PIC X(12).
           05  PIDL                            PIC S9(04) COMP.
           05  PIDF                            PIC X(01).
           05  PIDI                            PIC X(10).
           05  PAGL                            PIC S9(04) COMP.
           05  PAGF                            PIC X(01).
           05  PAGI                            PIC X(03).
           05  DTLGRP OCCURS 8 TIMES.
               10  DTLL                        PIC S9(04) COMP.
               10  DTLF                        PIC X(01).
               10  DTLI                        PIC X(79).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).

       01  CSAGGINQO REDEFINES CSAGGINQI.
           05  FILLER                          PIC X(12).
           05  FILLER                          PIC X(02).
           05  PIDA                            PIC X(01).
           05  PIDO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  PAGA                            PIC X(01).
           05  PAGO                            PIC ZZ9.
           05  DTLOGRP OCCURS 8 TIMES.
               10  FILLER                      PIC X(02).
               10  DTLA                        PIC X(01).
               10  DTLO                        PIC X(79).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
