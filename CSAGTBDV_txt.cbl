      *  CAPTURE ARE CICS FACILITIES AND DO NOT APPLY IN BATCH --      *
      *  BATCH CALLERS REPORT REJECTIONS ON THEIR OWN OUTPUT.          *
      *                                                                *
101526*  A CALLER SETTING CSAGTTYP-I-USE-PENDING GETS THE ANSWER THE   *
101526*  TABLE WOULD GIVE IF EVERY PENDING AGTFLAG CHANGE (CSAGTMNT    *
101526*  SAVE NOT YET APPROVED ON CSAGTAPR) WERE APPROVED: THE PENDING *
101526*  FLAG, STATUS AND DATES ARE USED IN PLACE OF THE LIVE ONES.    *
101526*  ONLY THE IMPACT SIMULATION (CSAGTIMP) ASKS FOR THIS.          *
101526*                                                                *
      *  THE TWO KSDS FILES ARE OPENED ON THE FIRST CALL AND STAY      *
      *  OPEN ACROSS CALLS FOR THE LIFE OF THE RUN UNIT.               *
      *                                                                *
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  CSAGTTYP-I-USE-PENDING APPLIES THE     *
101526*                        PENDING AGTFLAG VALUES AS IF APPROVED,  *
101526*                        FOR THE CSAGTIMP IMPACT SIMULATION      *
      ******************************************************************

       ENVIRONMENT DIVISION.
               GO TO 15500-EXIT
           END-IF.

101526*    SIMULATION CALLERS SEE A PENDING CHANGE AS IF APPROVED --
101526*    THE SAME FIELD MOVES CSAGTAPR MAKES ON PF6
101526     IF  CSAGTTYP-I-USE-PENDING
101526     AND CSAGT-V-PENDING
101526         MOVE CSAGT-V-PEND-AGENT-FLAG  TO CSAGT-V-AGENT-FLAG
101526         MOVE CSAGT-V-PEND-STATUS-SWITCH TO CSAGT-V-STATUS-SWITCH
101526         MOVE CSAGT-V-PEND-EFF-FROM-CCYYMMDD TO
101526             CSAGT-V-EFFECTIVE-FROM-CCYYMMDD
101526         MOVE CSAGT-V-PEND-EFF-TO-CCYYMMDD TO
101526             CSAGT-V-EFFECTIVE-TO-CCYYMMDD
101526     END-IF.

           IF  NOT CSAGT-V-ACTIVE
               GO TO 15500-EXIT
           END-IF.
