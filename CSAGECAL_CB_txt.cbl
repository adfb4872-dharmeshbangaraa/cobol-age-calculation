      *   THE REVERSE-LOOKUP SWITCH): WITH THE SWITCH SET, A NONZERO   *
      *   CCYYMMDD IS TAKEN AS A VALID DATE AND THE CSDATE CALL FOR    *
      *   IT IS SKIPPED, AND IT WINS OVER THE GREG/INTL FORMS.  ONLY   *
101526*   A CALLER WHOSE DATES ARE ALREADY KNOWN TO BE VALID           *
101526*   SHOULD SET THE SWITCH -- THE CSAGECAB BLOCK DRIVER,          *
101526*   CSAGDRKX AND CSAGYCLX, WHICH STEP A CSDATE-CONVERTED DEPART  *
101526*   DATE ONE DAY AT A TIME AS THE MILESTONE DATE, THE CSAGQINQ   *
101526*   QUOTE SCREEN AND THE CSAGIWRL WAITLIST RELEASE, WHICH PASS   *
101526*   SAILMAST DATES THAT CSAGSMLD CALENDAR-EDITED ON LOAD, AND    *
101526*   CSAGMASS AND CSAGSHEX WHEN THEIR CONTROL CARDS CARRY THOSE   *
101526*   SAILMAST DATES (THE DATE-CHANGE JOB), AND CSAGXVAL, WHICH    *
101526*   PASSES THE EXCURSION TOUR DATE CSAGXBLD CALENDAR-EDITED ON   *
101526*   LOAD AS THE MILESTONE DATE.  WITH THE SWITCH                 *
      *   BLANK (EVERY OTHER CALLER), THE THREE CCYYMMDD FIELDS ARE    *
      *   IGNORED ENTIRELY, SO A CALLER THAT INITIALIZES THE PARM      *
      *   AREA FIELD BY FIELD AND NEVER TOUCHES THEM CANNOT HAVE A     *
090226*                         INPUT AREA GROWS ONE MORE BYTE IN THE
090226*                         SAME RELEASE; EVERY CALLER MUST
090226*                         RECOMPILE
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGDRKX AS A SECOND CALLER
101526*                         (NO LAYOUT CHANGE)
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGQINQ AS A THIRD CALLER
101526*                         (NO LAYOUT CHANGE)
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGIWRL AS A FOURTH CALLER
101526*                         (NO LAYOUT CHANGE)
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGYCLX AS A FIFTH CALLER
101526*                         (NO LAYOUT CHANGE)
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGMASS AND CSAGSHEX AS
101526*                         CARD-DRIVEN CALLERS
101526*                         (NO LAYOUT CHANGE)
101526*  10/15/26    M.ANDREOLI PRE-CONVERTED SWITCH NOTE NOW
101526*                         NAMES CSAGXVAL (EXCURSION TOUR
101526*                         DATE AS THE MILESTONE DATE)
101526*                         (NO LAYOUT CHANGE)
      ******************************************************************00110001
       01  CSAGECAL-PARMS.
           05  CSAGECAL-INPUT-AREA.
