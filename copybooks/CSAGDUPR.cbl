      ******************************************************************
      *                         "CSAGDUPR"                             *
      *         DUPLICATE PASSENGER-IDENTITY MERGE CANDIDATE LAYOUT.   *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  WRITTEN BY CSAGIDUP, ONE RECORD PER PASSENGER ID THAT LOOKS   *
      *  LIKE A SECOND (OR THIRD...) ID FOR THE SAME REAL GUEST: SAME  *
      *  NORMALIZED NAME AND SAME BIRTH DATE AS ANOTHER ID.  EACH      *
      *  RECORD PAIRS THE DUPLICATE WITH THE SURVIVING ID OF ITS       *
      *  CLUSTER -- THE ID ON THE MOST BOOKINGS, THE LOWEST ID ON A    *
      *  TIE.  GUEST SERVICES REVIEWS THE FILE AND SETS THE REVIEW     *
      *  STATUS; A LATER RE-POINT STEP TAKES ONLY THE APPROVED ROWS.   *
      *  THE JOB WRITES EVERY ROW PENDING.                             *
      *                                                                *
      *                         LENGTH=100                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR DUPLICATE PASSENGER-IDENTITY*
      *                        DETECTION                               *
      ******************************************************************
       01  CSDUP-RECORD.
           05  CSDUP-CLUSTER-NR            PIC 9(07).
           05  CSDUP-SURVIVOR-ID           PIC X(10).
           05  CSDUP-DUPLICATE-ID          PIC X(10).
           05  CSDUP-NAME-KEY              PIC X(30).
           05  CSDUP-BIRTH-CCYYMMDD        PIC 9(08).
           05  CSDUP-SURVIVOR-BOOKINGS     PIC 9(05).
           05  CSDUP-DUPLICATE-BOOKINGS    PIC 9(05).
           05  CSDUP-CUT-CCYYMMDD          PIC 9(08).
           05  CSDUP-REVIEW-STATUS         PIC X(01).
               88  CSDUP-PENDING               VALUE 'P'.
               88  CSDUP-APPROVED              VALUE 'A'.
               88  CSDUP-REJECTED              VALUE 'R'.
           05  FILLER                      PIC X(16).
