      *                        REPRICING FEED CAN REPORT BAND          *
      *                        CROSSINGS BY SAILING.  RECORDS WRITTEN  *
      *                        BEFORE THIS CHANGE CARRY SPACES HERE.   *
      *  10/15/26  M.ANDREOLI  ADD BRAND AND ITINERARY (CARVED FROM    *
      *                        FILLER) SO THE REVENUE-IMPACT REPORT    *
      *                        CAN PRICE A BAND CROSSING.  RECORDS     *
      *                        WRITTEN BEFORE THIS CHANGE CARRY SPACES *
      *                        HERE.                                   *
      ******************************************************************
       01  AGE-HISTORY-RECORD.
           05  AGEHIST-BOOKING-ID          PIC X(10).
           05  AGEHIST-PASSENGER-ID        PIC X(10).
           05  AGEHIST-SAILING-ID          PIC X(08).
           05  AGEHIST-NEW-AGE-BAND        PIC X(01).
           05  AGEHIST-BRAND-CODE          PIC X(03).
           05  AGEHIST-ITINERARY-CODE      PIC X(06).
           05  FILLER                      PIC X(36).
