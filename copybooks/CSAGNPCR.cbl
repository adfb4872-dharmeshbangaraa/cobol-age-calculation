      ******************************************************************
      *                         "CSAGNPCR"                             *
      *         NIGHTLY AGE ENGINE PARTITION CONTROL RECORD LAYOUT.    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  THE PARTCTL FILE SPLITS THE CSAGNITE NIGHTLY PASS INTO        *
      *  PARTITIONS BY SAILING-ID RANGE, ONE RECORD PER PARTITION, IN  *
      *  PARTITION-NUMBER ORDER 01, 02, 03 ...  A PARTITION TAKES      *
      *  EVERY SAILING FROM ITS FROM-SAILING-ID UP TO BUT NOT          *
      *  INCLUDING ITS TO-SAILING-ID.  THE FIRST PARTITION'S FROM AND  *
      *  THE LAST PARTITION'S TO ARE BLANK (NO BOUND); EVERY OTHER TO  *
      *  MUST EQUAL THE NEXT PARTITION'S FROM, SO THE RANGES NEITHER   *
      *  OVERLAP NOR LEAVE A GAP.  CSAGNPCV ENFORCES THESE RULES FOR   *
      *  BOTH CSAGNITE AND THE CSAGNMRG MERGE STEP.                    *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE PARTITIONED NIGHTLY AGE *
      *                        ENGINE RUN                              *
      ******************************************************************
       01  CSNPC-RECORD.
           05  CSNPC-PART-NR               PIC 9(02).
           05  CSNPC-FROM-SAILING-ID       PIC X(08).
           05  CSNPC-TO-SAILING-ID         PIC X(08).
           05  FILLER                      PIC X(62).
