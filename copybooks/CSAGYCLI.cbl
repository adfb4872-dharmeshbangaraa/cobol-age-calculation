      ******************************************************************
      *                         "CSAGYCLI"                             *
      *         SHIPBOARD YOUTH CLUB ROSTER INTERFACE LAYOUT.          *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  PER-SAILING EXTRACT CUT BY CSAGYCLX FOR THE SHIPBOARD YOUTH   *
      *  SYSTEM, SO COUNSELORS HAVE THE CLUB GROUPS AT EMBARKATION     *
      *  INSTEAD OF SORTING CHILDREN BY HAND FROM THE MANIFEST.  SAME  *
      *  SHAPE AS THE BEVERAGE EXTRACT (CSAGDRKI): ONE HEADER CARRYING *
      *  THE SAILING, ONE DETAIL PER PASSENGER UNDER 18, ONE TRAILER   *
      *  WITH THE CONTROL TOTALS THE RECEIVING SIDE BALANCES BEFORE    *
      *  LOADING.  DETAILS ARE IN CLUB, THEN STATEROOM, ORDER.         *
      *                                                                *
      *  DETAIL STATUS IS AS OF THE DEPART DATE:                       *
      *    C - IN THE CLUB GIVEN                                       *
      *    N - UNDER 18 BUT IN NO CLUB'S AGE BAND (CLUB CODE BLANK)    *
      *  A CHILD WHOSE BIRTHDAY DURING THE VOYAGE MOVES THEM INTO A    *
      *  DIFFERENT BAND CARRIES THE DATE OF THE MOVE, THE NEW AGE,     *
      *  AND THE NEW CLUB AND STATUS -- NEW STATUS O MEANS THE CHILD   *
      *  TURNS 18 AND LEAVES THE YOUTH PROGRAM.  ZERO DATE = NO MOVE.  *
      *                                                                *
      *  HEADER CLUB SOURCE IS B WHEN THE BRAND'S OWN BANDS WERE USED  *
      *  (CSAGYCLR), D FOR THE COMPILED FLEET DEFAULT BANDS.           *
      *  TRAILER NOT-AGED COUNT IS PASSENGERS ON THE SAILING CSAGECAL  *
      *  COULD NOT AGE -- THEY ARE NOT SENT (THE PRINTED ROSTER LISTS  *
      *  THEM) AND ARE NOT IN THE DETAIL COUNT.                        *
      *                                                                *
      *  THIS IS AN INTERFACE FILE, NOT A PRINT REPORT -- DO NOT       *
      *  RE-ORDER OR RE-WIDEN FIELDS WITHOUT AGREEING IT WITH THE      *
      *  SHIPBOARD SIDE.                                               *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE YOUTH CLUB ROSTER       *
      *                        EXTRACT                                 *
      ******************************************************************
       01  CSYCLX-RECORD.
           05  CSYCLX-RECORD-TYPE          PIC X(01).
               88  CSYCLX-HEADER-REC           VALUE 'H'.
               88  CSYCLX-DETAIL-REC           VALUE 'D'.
               88  CSYCLX-TRAILER-REC          VALUE 'T'.
           05  CSYCLX-DATA                 PIC X(79).
           05  CSYCLX-HEADER REDEFINES CSYCLX-DATA.
               10  CSYCLX-H-SAILING-ID     PIC X(08).
               10  CSYCLX-H-CUT-CCYYMMDD   PIC 9(08).
               10  CSYCLX-H-DEPART-CCYYMMDD PIC 9(08).
               10  CSYCLX-H-RETURN-CCYYMMDD PIC 9(08).
               10  CSYCLX-H-BRAND-CODE     PIC X(03).
               10  CSYCLX-H-CLUB-COUNT     PIC 9(02).
               10  CSYCLX-H-CLUB-SOURCE    PIC X(01).
                   88  CSYCLX-H-BRAND-BANDS    VALUE 'B'.
                   88  CSYCLX-H-DEFAULT-BANDS  VALUE 'D'.
               10  FILLER                  PIC X(41).
           05  CSYCLX-DETAIL REDEFINES CSYCLX-DATA.
               10  CSYCLX-D-BOOKING-ID     PIC X(10).
               10  CSYCLX-D-PASSENGER-ID   PIC X(10).
               10  CSYCLX-D-STATEROOM-NR   PIC X(05).
               10  CSYCLX-D-BIRTH-CCYYMMDD PIC 9(08).
               10  CSYCLX-D-AGE-YEARS      PIC 9(02).
               10  CSYCLX-D-CLUB-CODE      PIC X(08).
               10  CSYCLX-D-STATUS         PIC X(01).
                   88  CSYCLX-D-IN-CLUB        VALUE 'C'.
                   88  CSYCLX-D-NO-CLUB        VALUE 'N'.
               10  CSYCLX-D-MOVE-CCYYMMDD  PIC 9(08).
               10  CSYCLX-D-NEW-AGE-YEARS  PIC 9(02).
               10  CSYCLX-D-NEW-CLUB-CODE  PIC X(08).
               10  CSYCLX-D-NEW-STATUS     PIC X(01).
                   88  CSYCLX-D-NEW-IN-CLUB    VALUE 'C'.
                   88  CSYCLX-D-NEW-NO-CLUB    VALUE 'N'.
                   88  CSYCLX-D-NEW-AGED-OUT   VALUE 'O'.
               10  FILLER                  PIC X(16).
           05  CSYCLX-TRAILER REDEFINES CSYCLX-DATA.
               10  CSYCLX-T-DETAIL-COUNT   PIC 9(07).
               10  CSYCLX-T-IN-CLUB-COUNT  PIC 9(07).
               10  CSYCLX-T-NO-CLUB-COUNT  PIC 9(07).
               10  CSYCLX-T-MOVE-COUNT     PIC 9(07).
               10  CSYCLX-T-NOT-AGED-COUNT PIC 9(07).
               10  FILLER                  PIC X(44).
