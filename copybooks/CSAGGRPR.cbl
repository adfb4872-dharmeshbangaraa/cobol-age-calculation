      *  THE NAME AND BIRTH DATE FILLED IN; CSAGGSCN WRITES THE SAME   *
      *  RECORDS BACK WITH THE ELIGIBILITY CODE, AGE BAND, AND AGE     *
      *  COMPLETED SO THE AGENT CAN FIX THEIR LIST WITHOUT A SECOND    *
      *  ROUND TRIP.  THE INFANT RULE CODE AND MINIMUM MONTHS SHOW     *
      *  WHICH MINIMUM INFANT SAILING AGE RULE (CSAGINFR) THE NAME     *
      *  WAS SCREENED AGAINST.                                         *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26  M.ANDREOLI  CREATED FOR GROUP BLOCK PRE-SCREENING   *
      *  10/15/26  M.ANDREOLI  INFANT RULE CODE AND MINIMUM MONTHS     *
      *                        APPLIED, CARVED FROM THE FILLER         *
      ******************************************************************
       01  CSAGRP-RECORD.
           05  CSAGRP-PASSENGER-NAME       PIC X(30).
               88  CSAGRP-BIRTH-DATE-ERROR     VALUE 'E'.
           05  CSAGRP-AGE-BAND             PIC X(01).
           05  CSAGRP-AGE-ACTUAL           PIC X(03).
           05  CSAGRP-INFANT-RULE-CODE     PIC X(08).
           05  CSAGRP-INFANT-MIN-MONTHS    PIC 9(03).
           05  FILLER                      PIC X(26).
