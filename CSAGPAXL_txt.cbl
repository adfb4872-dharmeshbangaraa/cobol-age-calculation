      *  DUPLICATE KEYS (THE SAME PASSENGER TWICE ON ONE BOOKING)      *
      *  SHOULD NOT HAPPEN; THEY ARE COUNTED, SKIPPED, AND REPORTED.   *
      *                                                                *
101526*  THE CLUSTER CARRIES A NON-UNIQUE ALTERNATE INDEX ON           *
101526*  CSPAX-PASSENGER-ID (THE SAME GUEST ON MANY BOOKINGS) FOR THE  *
101526*  CSAGGINQ PASSENGER-ID INQUIRY.  THE AIX IS DEFINED WITH       *
101526*  UPGRADE, AND ITS PATH RELATED, IN THE SAME STEP THAT DEFINES  *
101526*  THE FRESH CLUSTER; THE PATH MUST BE ALLOCATED TO DD PAXVSAM1. *
101526*  VSAM DOES NOT UPGRADE AN AIX WHILE THIS JOB LOADS THE EMPTY   *
101526*  CLUSTER, SO THE AIX IS EMPTY WHEN THIS STEP ENDS: THE NEXT    *
101526*  STEP MUST BE AN IDCAMS BLDINDEX FROM THE CLUSTER TO THE AIX,  *
101526*  OR CSAGGINQ FINDS NOTHING.  CICS READS THE AIX THROUGH THE    *
101526*  PAXPID PATH.                                                  *
101526*                                                                *
      *  INPUT:   PASSENGER-FILE - FULL MANIFEST (CSPAXREC)            *
      *  OUTPUT:  PAX-VSAM       - KEYED MANIFEST (PAXVSAM KSDS)       *
      *           LOAD-RPT       - LOAD BALANCING REPORT               *
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  08/22/26   M.ANDREOLI  PROGRAM CREATED                        *
101526*  10/15/26   M.ANDREOLI  ALTERNATE KEY ON PASSENGER ID, SO THE  *
101526*                        PAXVSAM AIX CAN BE DEFINED OVER THE     *
101526*                        CLUSTER (BUILT BY A BLDINDEX STEP)      *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAXV-KEY
101526            ALTERNATE RECORD KEY IS PAXV-PASSENGER-ID
101526                WITH DUPLICATES
                  FILE STATUS IS WS-VSAM-STATUS.

           SELECT LOAD-RPT          ASSIGN TO LOADRPT
