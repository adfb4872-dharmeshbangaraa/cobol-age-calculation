090226*                        THERE.  NEWAGENT PLACEHOLDERS AND       *
090226*                        BLANK TYPE CODES NOW DERIVE INSTEAD OF  *
090226*                        BEING SKIPPED                           *
101526*  10/15/26   M.ANDREOLI  FLAG-SOURCE CLEARED BEFORE EACH        *
101526*                        CSAGTBDV CALL SO ONLY LIVE AGTFLAG      *
101526*                        VALUES ARE EVER APPLIED                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
090226         CSAGTTYP-I-TYPE-SALES-PROGRAM.
090226     MOVE WS-TODAY-CCYYMMDD         TO
090226         CSAGTTYP-I-EFFECTIVE-DATE.
101526     MOVE SPACE                     TO CSAGTTYP-I-FLAG-SOURCE.

090226     CALL WC-CSAGTBDV               USING CSAGTTYP-PARMS.

