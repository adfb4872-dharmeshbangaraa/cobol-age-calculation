      ******************************************************************
      *                         "CSAGSHXL"                             *
      *         SHIPBOARD EXTRACT CUT-LOG RECORD LAYOUT.               *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER CSAGSHEX CUT (ONE PER CONTROL CARD), APPENDED  *
      *  TO SHEXLOG AS EACH CUT ENDS: THE SAILING, THE CUT DATE OFF    *
      *  THE CARD, WHEN THE EXTRACT WAS CUT, THE DETAIL COUNT SENT,    *
      *  AND THE DEPART AND RETURN DATES THE AGES WERE TAKEN AGAINST   *
      *  -- FROM THE CARD, ELSE SAILMAST (ZERO WHEN NEITHER HAD ONE    *
      *  AND THE MANIFEST'S OWN DATE WAS USED).  CSAGDCIR READS IT     *
      *  TO TELL WHICH MOVED SAILINGS ALREADY HAVE AN EXTRACT OUT ON   *
      *  THE SHIP, AND WHETHER IT WAS CUT ON THE NEW DATES.            *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR DATE-CHANGE ORCHESTRATION   *
      ******************************************************************
       01  CSSHXL-RECORD.
           05  CSSHXL-SAILING-ID           PIC X(08).
           05  CSSHXL-CUT-CCYYMMDD         PIC 9(08).
           05  CSSHXL-RUN-CCYYMMDD         PIC 9(08).
           05  CSSHXL-RUN-HHMMSS           PIC 9(06).
           05  CSSHXL-DETAIL-COUNT         PIC 9(07).
           05  CSSHXL-DEPART-CCYYMMDD      PIC 9(08).
           05  CSSHXL-RETURN-CCYYMMDD      PIC 9(08).
           05  FILLER                      PIC X(27).
