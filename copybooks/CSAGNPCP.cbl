      ******************************************************************
      *                         "CSAGNPCP"                             *
      *         CALLING PARAMETERS FOR THE NIGHTLY AGE ENGINE          *
      *         PARTITION CONTROL CHECK SUBROUTINE.                    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  CALLED BY CSAGNITE (PARTITION RUNS ONLY) AND BY THE CSAGNMRG  *
      *  MERGE STEP.  CSAGNPCV READS THE WHOLE PARTCTL FILE            *
      *  (CSAGNPCR) AND CHECKS THAT THE PARTITIONS ARE NUMBERED 01..NN *
      *  IN ORDER AND THAT THEIR SAILING-ID RANGES MEET END TO END     *
      *  WITH NO OVERLAP AND NO GAP.  I-PART-NR ZERO ONLY CHECKS THE   *
      *  FILE; OTHERWISE THAT PARTITION'S RANGE ALSO COMES BACK IN     *
      *  O-FROM/O-TO.  EVERY RANGE ON FILE COMES BACK IN O-RANGE.      *
      *  O-MESSAGE SAYS WHAT IS WRONG WHEN THE RETURN CODE IS NOT OK.  *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE PARTITIONED NIGHTLY AGE *
      *                        ENGINE RUN                              *
      ******************************************************************
       01  CSAGNPCP-PARMS.
           05  CSAGNPCP-I-PART-NR          PIC 9(02).
           05  CSAGNPCP-O-RETURN-CODE      PIC X(01).
               88  CSAGNPCP-O-RC-OK            VALUE X'00' ' '.
               88  CSAGNPCP-O-RC-INVALID       VALUE X'01'.
               88  CSAGNPCP-O-RC-NOT-FOUND     VALUE X'02'.
           05  CSAGNPCP-O-PART-COUNT       PIC 9(02).
           05  CSAGNPCP-O-FROM-SAILING-ID  PIC X(08).
           05  CSAGNPCP-O-TO-SAILING-ID    PIC X(08).
           05  CSAGNPCP-O-MESSAGE          PIC X(60).
           05  CSAGNPCP-O-RANGE OCCURS 20 TIMES.
               10  CSAGNPCP-O-RANGE-FROM   PIC X(08).
               10  CSAGNPCP-O-RANGE-TO     PIC X(08).
