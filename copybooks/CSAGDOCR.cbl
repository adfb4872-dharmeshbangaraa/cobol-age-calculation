      ******************************************************************
      *                         "CSAGDOCR"                             *
      *         TRAVEL DOCUMENT RECORD LAYOUT.                         *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER BOOKING/PASSENGER: THE TRAVEL DOCUMENT THE     *
      *  GUEST WILL SAIL ON, AS PRINTED ON THE DOCUMENT.  VERIFSTS     *
      *  (CSAGVRFR) ONLY SAYS A BIRTH DOCUMENT WAS SIGHTED; THIS FILE  *
      *  CARRIES WHAT IS NEEDED TO TELL WHETHER THE DOCUMENT IS GOOD   *
      *  FOR THE VOYAGE.  MAINTAINED BY THE CSAGDOCM CICS              *
      *  TRANSACTION; READ BY THE CSAGDOCX NIGHTLY PRE-SAILING CHECK.  *
      *                                                                *
      *  DOCUMENT TYPES: PP PASSPORT, BC BIRTH CERTIFICATE,            *
      *  DL DRIVER LICENSE, GI OTHER GOVERNMENT ID (AS CSAGVRFR).      *
      *  COUNTRY CODES ARE ISO 3166 ALPHA-3.  EXPIRY IS ZERO FOR A     *
      *  DOCUMENT THAT DOES NOT EXPIRE (BC).                           *
      *                                                                *
      *  FILE: TRAVDOCS, VSAM KSDS, KEY = BOOKING ID + PASSENGER ID    *
      *                                                                *
      *                         LENGTH=120                             *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR PASSPORT VALIDITY CHECKING  *
      ******************************************************************
       01  CSDOC-RECORD.
           05  CSDOC-KEY.
               10  CSDOC-BOOKING-ID        PIC X(10).
               10  CSDOC-PASSENGER-ID      PIC X(10).
           05  CSDOC-DOCUMENT-TYPE         PIC X(02).
               88  CSDOC-PASSPORT              VALUE 'PP'.
               88  CSDOC-TYPE-VALID            VALUE 'PP' 'BC' 'DL'
                                                     'GI'.
           05  CSDOC-DOCUMENT-NR           PIC X(15).
           05  CSDOC-ISSUING-COUNTRY       PIC X(03).
           05  CSDOC-NATIONALITY           PIC X(03).
           05  CSDOC-GENDER                PIC X(01).
               88  CSDOC-GENDER-VALID          VALUE 'M' 'F' 'X'.
           05  CSDOC-NAME-ON-DOCUMENT      PIC X(30).
           05  CSDOC-BIRTH-CCYYMMDD        PIC 9(08).
           05  CSDOC-EXPIRY-CCYYMMDD       PIC 9(08).
           05  CSDOC-OPERATOR-ID           PIC X(08).
           05  CSDOC-KEYED-CCYYMMDD        PIC 9(08).
           05  FILLER                      PIC X(14).
