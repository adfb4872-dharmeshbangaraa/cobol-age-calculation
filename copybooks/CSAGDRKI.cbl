      ******************************************************************
      *                         "CSAGDRKI"                             *
      *         SHIPBOARD BEVERAGE DRINKING-AGE INTERFACE LAYOUT.      *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  PER-SAILING EXTRACT CUT BY CSAGDRKX FOR THE SHIPBOARD         *
      *  BEVERAGE POINT-OF-SALE, SO BAR STAFF NO LONGER RELY ON THE    *
      *  GUEST'S WORD OR WHATEVER ID CARD THE GUEST CARRIES.  SAME     *
      *  SHAPE AS THE SHIPBOARD MANIFEST EXTRACT (CSAGSHPX): ONE       *
      *  HEADER CARRYING THE SAILING AND THE DRINKING-AGE RULE IN      *
      *  FORCE, ONE DETAIL PER PASSENGER, ONE TRAILER WITH THE         *
      *  CONTROL TOTALS THE RECEIVING SIDE BALANCES BEFORE LOADING.    *
      *                                                                *
      *  DETAIL STATUS IS AS OF THE DEPART DATE:                       *
      *    E - OF LEGAL DRINKING AGE                                   *
      *    C - UNDER THE LEGAL AGE BUT MAY BE SERVED WITH PARENTAL     *
      *        CONSENT                                                 *
      *    U - UNDER AGE                                               *
      *    X - AGE COULD NOT BE CALCULATED -- ASK FOR ID               *
      *  A GUEST WHOSE BIRTHDAY DURING THE VOYAGE MOVES THEM UP       *
      *  CARRIES THE DATE THEY BECOME ELIGIBLE (AND/OR CONSENT-        *
      *  ELIGIBLE); THE POINT-OF-SALE SERVES FROM THAT DATE.           *
      *  ZERO = NO CHANGE.                                             *
      *                                                                *
      *  THIS IS AN INTERFACE FILE, NOT A PRINT REPORT -- DO NOT       *
      *  RE-ORDER OR RE-WIDEN FIELDS WITHOUT AGREEING IT WITH THE      *
      *  SHIPBOARD SIDE.                                               *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE SHIPBOARD BEVERAGE      *
      *                        DRINKING-AGE EXTRACT                    *
      ******************************************************************
       01  CSDRKX-RECORD.
           05  CSDRKX-RECORD-TYPE          PIC X(01).
               88  CSDRKX-HEADER-REC           VALUE 'H'.
               88  CSDRKX-DETAIL-REC           VALUE 'D'.
               88  CSDRKX-TRAILER-REC          VALUE 'T'.
           05  CSDRKX-DATA                 PIC X(79).
           05  CSDRKX-HEADER REDEFINES CSDRKX-DATA.
               10  CSDRKX-H-SAILING-ID     PIC X(08).
               10  CSDRKX-H-CUT-CCYYMMDD   PIC 9(08).
               10  CSDRKX-H-DEPART-CCYYMMDD PIC 9(08).
               10  CSDRKX-H-RETURN-CCYYMMDD PIC 9(08).
               10  CSDRKX-H-LEGAL-AGE      PIC 9(02).
               10  CSDRKX-H-CONSENT-AGE    PIC 9(02).
               10  CSDRKX-H-RULE-CODE      PIC X(08).
               10  FILLER                  PIC X(35).
           05  CSDRKX-DETAIL REDEFINES CSDRKX-DATA.
               10  CSDRKX-D-BOOKING-ID     PIC X(10).
               10  CSDRKX-D-PASSENGER-ID   PIC X(10).
               10  CSDRKX-D-STATEROOM-NR   PIC X(05).
               10  CSDRKX-D-AGE-YEARS      PIC 9(03).
               10  CSDRKX-D-STATUS         PIC X(01).
                   88  CSDRKX-D-ELIGIBLE       VALUE 'E'.
                   88  CSDRKX-D-CONSENT        VALUE 'C'.
                   88  CSDRKX-D-UNDER-AGE      VALUE 'U'.
                   88  CSDRKX-D-NOT-AGED       VALUE 'X'.
               10  CSDRKX-D-ELIGIBLE-CCYYMMDD PIC 9(08).
               10  CSDRKX-D-CONSENT-CCYYMMDD PIC 9(08).
               10  CSDRKX-D-BDAY-IN-SAIL   PIC X(01).
               10  FILLER                  PIC X(33).
           05  CSDRKX-TRAILER REDEFINES CSDRKX-DATA.
               10  CSDRKX-T-DETAIL-COUNT   PIC 9(07).
               10  CSDRKX-T-ELIGIBLE-COUNT PIC 9(07).
               10  CSDRKX-T-CONSENT-COUNT  PIC 9(07).
               10  CSDRKX-T-UNDER-AGE-COUNT PIC 9(07).
               10  CSDRKX-T-NOT-AGED-COUNT PIC 9(07).
               10  CSDRKX-T-MID-VOYAGE-COUNT PIC 9(07).
               10  FILLER                  PIC X(37).
