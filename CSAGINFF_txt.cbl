      ******************************************************************
      *                                                                *
      *                         "CSAGINFF"                             *
      *     MINIMUM INFANT SAILING AGE RULE LOOKUP (BATCH)             *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGINFF.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  BATCH LOOKUP OF THE MINIMUM INFANT SAILING AGE (SEE           *
      *  CSAGINFP).  ON THE FIRST CALL THE WHOLE INFRULES FILE         *
      *  (CSAGINFR) IS LOADED INTO WORKING STORAGE; EVERY CALL IS      *
      *  THEN ANSWERED FROM THE TABLE, SO THE NIGHTLY JOBS PAY FOR     *
      *  THE FILE ONCE, NOT ONCE PER PASSENGER (SAME APPROACH AS       *
      *  CSAGBNDF).  THE LOOKUP IS IN THREE STEPS:                     *
      *                                                                *
      *    1 - A RULE FOR THIS BRAND AND THIS ITINERARY IN FORCE ON    *
      *        THE LOOKUP DATE                                         *
      *    2 - OTHERWISE THE BRAND'S DEFAULT RULE (BLANK ITINERARY)    *
      *        IN FORCE ON THE LOOKUP DATE                             *
      *    3 - OTHERWISE THE COMPILED SYSTEM DEFAULT, WITH THE         *
      *        DEFAULTED RETURN CODE                                   *
      *                                                                *
      *  "IN FORCE" MEANS THE LATEST EFFECTIVE-FROM NOT AFTER THE      *
      *  LOOKUP DATE WHOSE EFFECTIVE-TO (ZERO = NO BOUND) HAS NOT      *
      *  PASSED.  AN EMPTY OR UNALLOCATED FILE LOADS NOTHING, SO EVERY *
      *  PASSENGER GETS THE SYSTEM DEFAULT -- EXACTLY THE OLD          *
      *  COMPILED 6-MONTH THRESHOLD.                                   *
      *                                                                *
      *  DO NOT CALL THIS PROGRAM FROM CICS -- IT DOES NATIVE VSAM     *
      *  I/O.                                                          *
      *                                                                *
      *  INPUT:   INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFR KSDS)  *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26   M.ANDREOLI  PROGRAM CREATED                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.     IBM-370.
       OBJECT-COMPUTER.     IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INFANT-RULE-FILE ASSIGN TO INFRULES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CSINFR-KEY
                  FILE STATUS IS WS-RULE-STATUS.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  INFANT-RULE-FILE.
           COPY CSAGINFR.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-DEFAULT-MIN-MONTHS       PIC 9(03) VALUE 006.
           05  WC-DEFAULT-RULE-CODE        PIC X(08) VALUE 'DEFAULT'.
           05  WC-TABLE-MAX                PIC 9(03) VALUE 500.

       01  WS-SWITCHES.
           05  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-TABLE-LOADED             VALUE 'Y'.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       01  WS-RULE-STATUS                  PIC X(02).
           88  WS-RULE-OK                      VALUE '00'.

       01  WS-MATCH-ITINERARY              PIC X(06).

       77  WS-ENTRIES-LOADED               PIC 9(03) COMP VALUE ZERO.
       77  WS-ENTRY-IX                     PIC 9(03) COMP VALUE ZERO.
       77  WS-BEST-IX                      PIC 9(03) COMP VALUE ZERO.

      ******************************************************************
      *  THE WHOLE RULE FILE, LOADED ON THE FIRST CALL.  500 SLOTS     *
      *  COVERS EVERY BRAND/ITINERARY WITH ROOM FOR SCHEDULED          *
      *  CHANGES; OVERFLOW ENTRIES ARE IGNORED (THE FILE IS IN KEY     *
      *  ORDER) -- CSAGINFM'S LISTING SHOWS EVERYTHING ON FILE AND     *
      *  WARNS WHEN THE FILE HAS OUTGROWN THIS TABLE.                  *
      ******************************************************************

       01  WT-RULE-TABLE.
           05  WT-RULE-ENTRY OCCURS 500 TIMES.
               10  WT-R-BRAND-CODE         PIC X(03).
               10  WT-R-ITINERARY-CODE     PIC X(06).
               10  WT-R-EFF-FROM           PIC 9(08).
               10  WT-R-EFF-TO             PIC 9(08).
               10  WT-R-MIN-AGE-MONTHS     PIC 9(03).
               10  WT-R-RULE-CODE          PIC X(08).

      ******************************************************************
      *  LINKAGE SECTION                                               *
      ******************************************************************

       LINKAGE SECTION.

           COPY CSAGINFP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION USING CSAGINFP-PARMS.

       0000-MAIN.

           IF  NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-TABLE    THRU 1000-EXIT
           END-IF.

           MOVE ZERO                      TO WS-BEST-IX.

      *    STEP 1 - THE ITINERARY'S OWN RULE
           IF  CSAGINFP-I-ITINERARY-CODE NOT = SPACES
               MOVE CSAGINFP-I-ITINERARY-CODE TO WS-MATCH-ITINERARY
               PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRIES-LOADED
           END-IF.

      *    STEP 2 - THE BRAND'S DEFAULT RULE
           IF  WS-BEST-IX = ZERO
               MOVE SPACES                TO WS-MATCH-ITINERARY
               PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRIES-LOADED
           END-IF.

      *    STEP 3 - THE COMPILED SYSTEM DEFAULT
           IF  WS-BEST-IX > ZERO
               SET CSAGINFP-O-RC-FOUND    TO TRUE
               MOVE WT-R-MIN-AGE-MONTHS (WS-BEST-IX) TO
                   CSAGINFP-O-MIN-AGE-MONTHS
               MOVE WT-R-RULE-CODE (WS-BEST-IX) TO
                   CSAGINFP-O-RULE-CODE
           ELSE
               SET CSAGINFP-O-RC-DEFAULTED TO TRUE
               MOVE WC-DEFAULT-MIN-MONTHS TO CSAGINFP-O-MIN-AGE-MONTHS
               MOVE WC-DEFAULT-RULE-CODE  TO CSAGINFP-O-RULE-CODE
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-LOAD-TABLE - FIRST CALL ONLY.  LOAD THE RULE FILE INTO   *
      *  THE TABLE; A FILE THAT WON'T OPEN LOADS NOTHING AND EVERY     *
      *  LOOKUP FALLS BACK TO THE SYSTEM DEFAULT.                      *
      *----------------------------------------------------------------*
       1000-LOAD-TABLE.

           SET WS-TABLE-LOADED            TO TRUE.

           OPEN INPUT INFANT-RULE-FILE.

           IF  NOT WS-RULE-OK
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-LOAD-ONE-RECORD   THRU 1100-EXIT
               UNTIL WS-EOF.

           CLOSE INFANT-RULE-FILE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-LOAD-ONE-RECORD - ONE RULE RECORD INTO THE TABLE         *
      *----------------------------------------------------------------*
       1100-LOAD-ONE-RECORD.

           READ INFANT-RULE-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   IF  WS-ENTRIES-LOADED < WC-TABLE-MAX
                       ADD 1 TO WS-ENTRIES-LOADED
                       MOVE CSINFR-BRAND-CODE        TO
                           WT-R-BRAND-CODE (WS-ENTRIES-LOADED)
                       MOVE CSINFR-ITINERARY-CODE    TO
                           WT-R-ITINERARY-CODE (WS-ENTRIES-LOADED)
                       MOVE CSINFR-EFF-FROM-CCYYMMDD TO
                           WT-R-EFF-FROM (WS-ENTRIES-LOADED)
                       MOVE CSINFR-EFF-TO-CCYYMMDD   TO
                           WT-R-EFF-TO (WS-ENTRIES-LOADED)
                       MOVE CSINFR-MIN-AGE-MONTHS    TO
                           WT-R-MIN-AGE-MONTHS (WS-ENTRIES-LOADED)
                       MOVE CSINFR-RULE-CODE         TO
                           WT-R-RULE-CODE (WS-ENTRIES-LOADED)
                   END-IF
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-SCAN-ONE-ENTRY - FOR THIS BRAND AND WS-MATCH-ITINERARY,  *
      *  KEEP THE LATEST EFFECTIVE-FROM NOT AFTER THE LOOKUP DATE      *
      *  WHOSE EFFECTIVE-TO HAS NOT PASSED                             *
      *----------------------------------------------------------------*
       2000-SCAN-ONE-ENTRY.

           IF  WT-R-BRAND-CODE (WS-ENTRY-IX) NOT =
                   CSAGINFP-I-BRAND-CODE
           OR  WT-R-ITINERARY-CODE (WS-ENTRY-IX) NOT =
                   WS-MATCH-ITINERARY
               GO TO 2000-EXIT
           END-IF.

           IF  WT-R-EFF-FROM (WS-ENTRY-IX) >
                   CSAGINFP-I-LOOKUP-CCYYMMDD
               GO TO 2000-EXIT
           END-IF.

           IF  WT-R-EFF-TO (WS-ENTRY-IX) > ZERO
           AND WT-R-EFF-TO (WS-ENTRY-IX) <
                   CSAGINFP-I-LOOKUP-CCYYMMDD
               GO TO 2000-EXIT
           END-IF.

           IF  WS-BEST-IX = ZERO
           OR  WT-R-EFF-FROM (WS-ENTRY-IX) >
                   WT-R-EFF-FROM (WS-BEST-IX)
               MOVE WS-ENTRY-IX           TO WS-BEST-IX
           END-IF.

       2000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
