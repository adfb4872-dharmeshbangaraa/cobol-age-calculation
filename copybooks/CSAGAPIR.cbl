      ******************************************************************
      *                         "CSAGAPIR"                             *
      *         ADVANCE PASSENGER INFORMATION TRANSMISSION RECORD.     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  THE PER-SAILING ADVANCE-PASSENGER MANIFEST SENT TO THE PORT   *
      *  AUTHORITY, CUT BY CSAGAPIX.  ONE HEADER CARRYING THE          *
      *  TRANSMISSION ID, ONE DETAIL PER PASSENGER NUMBERED FROM 1     *
      *  (THE AUTHORITY'S ACKNOWLEDGEMENT, CSAGAPAK, ANSWERS BY THAT   *
      *  SEQUENCE NUMBER), AND ONE TRAILER WITH THE DETAIL COUNT AND   *
      *  A HASH TOTAL OF THE BIRTH DATES SO THE AUTHORITY CAN BALANCE  *
      *  THE FILE BEFORE LOADING IT.  THE SENT FILE IS KEPT AND READ   *
      *  BACK BY CSAGAPRC TO RECONCILE THE ACKNOWLEDGEMENT.            *
      *                                                                *
      *  THIS IS AN INTERFACE FILE, NOT A PRINT REPORT -- DO NOT       *
      *  RE-ORDER OR RE-WIDEN FIELDS WITHOUT AGREEING IT WITH THE      *
      *  PORT AUTHORITY.                                               *
      *                                                                *
      *                         LENGTH=150                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR ADVANCE PASSENGER           *
      *                        INFORMATION TRANSMISSION                *
      ******************************************************************
       01  CSAPI-RECORD.
           05  CSAPI-RECORD-TYPE           PIC X(01).
               88  CSAPI-HEADER-REC            VALUE 'H'.
               88  CSAPI-DETAIL-REC            VALUE 'D'.
               88  CSAPI-TRAILER-REC           VALUE 'T'.
           05  CSAPI-DATA                  PIC X(149).
           05  CSAPI-HEADER REDEFINES CSAPI-DATA.
               10  CSAPI-H-TRANSMISSION-ID.
                   15  CSAPI-H-SAILING-ID  PIC X(08).
                   15  CSAPI-H-CREATED-CCYYMMDD
                                           PIC 9(08).
                   15  CSAPI-H-CREATED-HHMMSS
                                           PIC 9(06).
               10  CSAPI-H-SENDER-ID       PIC X(08).
               10  CSAPI-H-SHIP-CODE       PIC X(04).
               10  CSAPI-H-DEPART-CCYYMMDD PIC 9(08).
               10  CSAPI-H-RETURN-CCYYMMDD PIC 9(08).
               10  FILLER                  PIC X(99).
           05  CSAPI-DETAIL REDEFINES CSAPI-DATA.
               10  CSAPI-D-SEQUENCE-NR     PIC 9(05).
               10  CSAPI-D-BOOKING-ID      PIC X(10).
               10  CSAPI-D-PASSENGER-ID    PIC X(10).
               10  CSAPI-D-NAME            PIC X(30).
               10  CSAPI-D-GENDER          PIC X(01).
               10  CSAPI-D-BIRTH-CCYYMMDD  PIC 9(08).
               10  CSAPI-D-NATIONALITY     PIC X(03).
               10  CSAPI-D-DOCUMENT-TYPE   PIC X(02).
               10  CSAPI-D-DOCUMENT-NR     PIC X(15).
               10  CSAPI-D-ISSUING-COUNTRY PIC X(03).
               10  CSAPI-D-EXPIRY-CCYYMMDD PIC 9(08).
               10  CSAPI-D-AGE-YEARS       PIC 9(03).
               10  CSAPI-D-AGE-BAND        PIC X(01).
               10  CSAPI-D-STATEROOM-NR    PIC X(05).
               10  FILLER                  PIC X(45).
           05  CSAPI-TRAILER REDEFINES CSAPI-DATA.
               10  CSAPI-T-TRANSMISSION-ID PIC X(22).
               10  CSAPI-T-DETAIL-COUNT    PIC 9(07).
               10  CSAPI-T-NO-DOCUMENT-COUNT
                                           PIC 9(07).
               10  CSAPI-T-BIRTH-DATE-HASH PIC 9(15).
               10  FILLER                  PIC X(98).
