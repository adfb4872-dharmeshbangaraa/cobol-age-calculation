      ******************************************************************
      *                         "CSAGAPAK"                             *
      *         ADVANCE PASSENGER INFORMATION ACKNOWLEDGEMENT RECORD.  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  THE PORT AUTHORITY'S REPLY TO A CSAGAPIR TRANSMISSION.  THE   *
      *  HEADER ECHOES THE TRANSMISSION ID AND ACCEPTS OR REJECTS THE  *
      *  FILE AS A WHOLE; EACH DETAIL ANSWERS ONE SENT DETAIL BY ITS   *
      *  SEQUENCE NUMBER, ACCEPTED OR REJECTED WITH A REASON; THE      *
      *  TRAILER CARRIES THE AUTHORITY'S OWN COUNTS.  EVERY SENT LINE *
      *  IS ANSWERED; A SENT LINE WITH NO ANSWER HAS NOT BEEN CLEARED. *
      *  READ BY CSAGAPRC.                                             *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR ADVANCE PASSENGER           *
      *                        INFORMATION RECONCILIATION              *
      ******************************************************************
       01  CSAPK-RECORD.
           05  CSAPK-RECORD-TYPE           PIC X(01).
               88  CSAPK-HEADER-REC            VALUE 'H'.
               88  CSAPK-DETAIL-REC            VALUE 'D'.
               88  CSAPK-TRAILER-REC           VALUE 'T'.
           05  CSAPK-DATA                  PIC X(79).
           05  CSAPK-HEADER REDEFINES CSAPK-DATA.
               10  CSAPK-H-TRANSMISSION-ID PIC X(22).
               10  CSAPK-H-FILE-STATUS     PIC X(01).
                   88  CSAPK-H-FILE-ACCEPTED    VALUE 'A'.
                   88  CSAPK-H-FILE-REJECTED    VALUE 'R'.
               10  CSAPK-H-REASON-CODE     PIC X(04).
               10  CSAPK-H-REASON-TEXT     PIC X(40).
               10  FILLER                  PIC X(12).
           05  CSAPK-DETAIL REDEFINES CSAPK-DATA.
               10  CSAPK-D-SEQUENCE-NR     PIC 9(05).
               10  CSAPK-D-BOOKING-ID      PIC X(10).
               10  CSAPK-D-PASSENGER-ID    PIC X(10).
               10  CSAPK-D-LINE-STATUS     PIC X(01).
                   88  CSAPK-D-LINE-ACCEPTED    VALUE 'A'.
                   88  CSAPK-D-LINE-REJECTED    VALUE 'R'.
               10  CSAPK-D-REASON-CODE     PIC X(04).
               10  CSAPK-D-REASON-TEXT     PIC X(40).
               10  FILLER                  PIC X(09).
           05  CSAPK-TRAILER REDEFINES CSAPK-DATA.
               10  CSAPK-T-DETAIL-COUNT    PIC 9(07).
               10  CSAPK-T-ACCEPTED-COUNT  PIC 9(07).
               10  CSAPK-T-REJECTED-COUNT  PIC 9(07).
               10  FILLER                  PIC X(58).
