      ******************************************************************
      *                         "CSAGYCLR"                             *
      *         YOUTH CLUB GROUP RULE RECORD LAYOUT.                   *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER YOUTH CLUB PER BRAND: THE AGE BAND, IN WHOLE   *
      *  YEARS AS OF THE DAY, THAT BELONGS IN THE CLUB (E.G. 3-5,      *
      *  6-8, 9-11, 12-14, 15-17) AND THE CLUB CODE AND NAME THE       *
      *  SHIPBOARD YOUTH STAFF USE.  A BRAND'S BANDS MAY NOT OVERLAP   *
      *  AND MAY NOT GO PAST AGE 17; AN AGE IN NO BAND (TYPICALLY      *
      *  UNDER 3, THE NURSERY AGES) HAS NO CLUB.                       *
      *                                                                *
      *  A BRAND WITH NO RECORDS ON FILE USES THE COMPILED FLEET       *
      *  DEFAULT BANDS (3-5, 6-8, 9-11, 12-14, 15-17) IN CSAGYCLX.     *
      *  MAINTAINED AND LISTED BY CSAGYCLM; READ BY CSAGYCLX.          *
      *                                                                *
      *  FILE: YCLBRULE, VSAM KSDS,                                    *
      *        KEY = BRAND + FROM-AGE                                  *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE YOUTH CLUB ROSTER       *
      *                        EXTRACT                                 *
      ******************************************************************
       01  CSYCLR-RECORD.
           05  CSYCLR-KEY.
               10  CSYCLR-BRAND-CODE       PIC X(03).
               10  CSYCLR-FROM-AGE         PIC 9(02).
           05  CSYCLR-TO-AGE               PIC 9(02).
           05  CSYCLR-CLUB-CODE            PIC X(08).
           05  CSYCLR-CLUB-NAME            PIC X(20).
           05  FILLER                      PIC X(45).
