      ******************************************************************
      *                         "CSAGNPSR"                             *
      *         NIGHTLY AGE ENGINE PARTITION STATUS RECORD LAYOUT.     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  WRITTEN BY A CSAGNITE PARTITION RUN AS ITS LAST ACT, ONE      *
      *  RECORD TO ITS OWN PARTSTAT FILE, AND ONLY ON A CLEAN FINISH.  *
      *  THE PARTITION EMPTIES ITS PARTSTAT AS SOON AS IT STARTS, SO   *
      *  ONE THAT ABENDED OR WAS REFUSED LEAVES NO RECORD, NOT THE     *
      *  LAST NIGHT'S.  CSAGNMRG READS THE PARTSTAT FILES OF ALL THE   *
      *  PARTITIONS AND WILL NOT MERGE UNLESS EVERY PARTITION ON THE   *
      *  CONTROL FILE IS THERE, COMPLETE, FOR THE SAME RANGE, WITH ONE *
      *  CASE RUN DATE AND A RUN DATE OF THIS RUN.  THE COUNTS ARE THE *
      *  PARTITION'S SHARE OF THE REPORT TOTALS; RECORDS-READ IS THE   *
      *  IN-RANGE PASSENGERS ONLY, RECORDS-BYPASSED THE REST OF        *
      *  PAXFILE, SO THE TWO TOGETHER ARE THE WHOLE MANIFEST.          *
      *                                                                *
      *                         LENGTH=100                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE PARTITIONED NIGHTLY AGE *
      *                        ENGINE RUN                              *
      ******************************************************************
       01  CSNPS-RECORD.
           05  CSNPS-PART-NR               PIC 9(02).
           05  CSNPS-FROM-SAILING-ID       PIC X(08).
           05  CSNPS-TO-SAILING-ID         PIC X(08).
           05  CSNPS-RECORDS-READ          PIC 9(07).
           05  CSNPS-RECORDS-BYPASSED      PIC 9(07).
           05  CSNPS-EXCEPTIONS-FOUND      PIC 9(07).
           05  CSNPS-LEAP-BIRTHDAYS        PIC 9(07).
           05  CSNPS-ANOMALIES-FOUND       PIC 9(07).
           05  CSNPS-RESTART-SKIPPED       PIC 9(07).
           05  CSNPS-CASE-RUN-CCYYMMDD     PIC 9(08).
           05  CSNPS-RUN-CCYYMMDD          PIC 9(08).
           05  CSNPS-RUN-HHMMSS            PIC 9(06).
           05  CSNPS-COMPLETION-FLAG       PIC X(01).
               88  CSNPS-COMPLETE              VALUE 'C'.
           05  FILLER                      PIC X(17).
