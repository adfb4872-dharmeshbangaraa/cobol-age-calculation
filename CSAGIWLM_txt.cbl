      ******************************************************************
      *  WHEN YOU COMPILE THIS PROGRAM,
      *  YOU SHOULD MAKE SURE TO GIVE THE VALUES BELOW ON THE 'GO' PANEL
      *      1) PROGRAM TYPE SHOULD BE "O".
      *      2) CICS/BATCH SUBRTN SHOULD BE "C".
      *
      *  THIS PROGRAM IS ONLY USED IN CICS.
      *
      ******************************************************************
       TITLE 'CSAGIWLM - INFANT-QUOTA WAITLIST'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGIWLM.

      *****************************************************************
      *
      *  CICS PSEUDO-CONVERSATIONAL ENTRY AND MAINTENANCE TRANSACTION
      *  FOR THE INFANT-QUOTA WAITLIST (WAITLIST KSDS, CSAGIWLR).
      *  WHEN CSAGINFQ OR THE DASHBOARD SHOWS A SAILING AT ITS INFANT
      *  QUOTA, RESERVATIONS PUTS THE FAMILY ON THE WAITLIST INSTEAD
      *  OF TURNING THEM AWAY OR BOOKING THEM OVER QUOTA.  THE
      *  NIGHTLY CSAGIWRL JOB OFFERS FREED PLACES IN REQUEST ORDER.
      *
      *  THE AGENT KEYS A SAILING ID AND PRESSES ENTER: THE DEPART
      *  DATE, THE INFANT COUNT AGAINST QUOTA, AND THE FIRST ENTRY ON
      *  THE SAILING'S WAITLIST COME BACK; PF8 WALKS THE REST IN
      *  REQUEST ORDER.  TO ADD A FAMILY, PF4 CLEARS THE DETAIL, THE
      *  AGENT KEYS IT, AND ENTER ADDS IT STAMPED WITH THE CURRENT
      *  DATE AND TIME.  ENTER ON A DISPLAYED ENTRY SAVES OVERKEYED
      *  DETAILS; PLACES CANNOT CHANGE ONCE AN OFFER IS OUT.  PF6
      *  MARKS AN OFFERED FAMILY BOOKED, PF5 CANCELS AN OPEN ENTRY.
      *
      *  THE INFANT BIRTH DATE IS KEYED CCYYMMDD; A BABY NOT YET BORN
      *  IS KEYED WITH THE EXPECTED DATE.  IT MAY NOT FALL AFTER THE
      *  SAILING'S DEPART DATE.
      *
      *  PF3 = EXIT     PF4 = NEW REQUEST    PF5 = CANCEL ENTRY
      *  PF6 = OFFER TAKEN (BOOKED)          PF8 = NEXT ENTRY
      *  ENTER = DISPLAY THE SAILING, ADD A NEW REQUEST, OR SAVE
      *          CHANGES TO THE DISPLAYED ENTRY
      *
      *****************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)
      *  --------  ----------  ----------------------------------------
101526*  10/15/26  M.ANDREOLI  PROGRAM CREATED
      *****************************************************************

      *****************************************************************
      *          WORKING STORAGE SECTION
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAPSET                 PIC X(08) VALUE 'CSAGLSET'.
           05  WC-MAP                    PIC X(08) VALUE 'CSAGIWLM'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGWL'.
           05  WC-WAIT-FILE              PIC X(08) VALUE 'WAITLIST'.
           05  WC-SAIL-FILE              PIC X(08) VALUE 'SAILMAST'.
           05  WC-DEMO-FILE              PIC X(08) VALUE 'DEMOHIST'.
           05  WC-QUOTA-FILE             PIC X(08) VALUE 'QUOTVSAM'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-TIME             VALUE 'Y'.
           05  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-SAIL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-SAIL-FOUND             VALUE 'Y'.
           05  WS-WRITE-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-WRITE-PENDING          VALUE 'N'.
               88  WS-WRITE-DONE             VALUE 'Y'.
               88  WS-WRITE-FAILED           VALUE 'F'.
           05  WS-DATE-EDIT-OK-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-DATE-EDIT-OK           VALUE 'Y'.

       01  WS-RESP-AREA                  PIC S9(08) COMP.

       01  WS-TIME-AREAS.
           05  WS-ABSTIME                PIC S9(15) COMP.
           05  WS-TODAY-CCYYMMDD         PIC 9(08).
           05  WS-NOW-HHMMSS             PIC 9(06).

       01  WS-USERID                     PIC X(08).

      *    KEYED DATE AND COUNT, EDITED BEFORE ANYTHING IS SAVED
       01  WS-BIRTH-X                    PIC X(08).
       01  WS-BIRTH-N REDEFINES WS-BIRTH-X.
           05  WS-BIRTH-CCYY             PIC 9(04).
           05  WS-BIRTH-MM               PIC 9(02).
           05  WS-BIRTH-DD               PIC 9(02).
       01  WS-BIRTH-CCYYMMDD REDEFINES WS-BIRTH-X
                                         PIC 9(08).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                    PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                         PIC 9(02).

       01  WS-LEAP-DIV                   PIC 9(04) COMP-3.
       01  WS-LEAP-REM4                  PIC 9(02) COMP-3.
       01  WS-LEAP-REM100                PIC 9(02) COMP-3.
       01  WS-LEAP-REM400                PIC 9(03) COMP-3.
       01  WS-MONTH-MAX-DD               PIC 9(02) VALUE ZERO.

       01  WS-PLACES-X                   PIC X(01).
       01  WS-PLACES-N REDEFINES WS-PLACES-X
                                         PIC 9(01).

       01  WS-INFANT-LINE.
           05  FILLER                    PIC X(08) VALUE 'INFANTS '.
           05  WS-I-COUNT                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE '  QUOTA '.
           05  WS-I-QUOTA                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-I-STATUS               PIC X(10).

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.
               88  WS-CA-ENTRY-SHOWN         VALUE 'S'.
           05  WS-CA-KEY.
               10  WS-CA-SAILING-ID      PIC X(08) VALUE SPACES.
               10  WS-CA-REQUEST-STAMP   PIC X(16) VALUE SPACES.

           COPY CSAGIWLR.
           COPY CSAGSMST.
           COPY CSAGDEMH.
           COPY CSAGQUOR.
           COPY CSAGLMAP.

      *****************************************************************
      *          LINKAGE SECTION
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION            PIC X(01).
           05  LK-CA-KEY                 PIC X(24).

      *****************************************************************
      *          PROCEDURE DIVISION
      *****************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.

           EXEC CICS
               HANDLE CONDITION
                   PGMIDERR   (9999-ABEND)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME  (WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-ABSTIME)
                          YYYYMMDD (WS-TODAY-CCYYMMDD)
                          TIME     (WS-NOW-HHMMSS)
           END-EXEC.
           EXEC CICS
               ASSIGN USERID (WS-USERID)
           END-EXEC.

           IF  EIBCALEN = 0
               SET WS-FIRST-TIME         TO TRUE
               MOVE SPACE                TO WS-CA-FUNCTION
               MOVE SPACES               TO WS-CA-KEY
               PERFORM 1000-SEND-BLANK-MAP  THRU 1000-EXIT
               GO TO 8000-RETURN-TRANS
           END-IF.

           MOVE LK-CA-FUNCTION           TO WS-CA-FUNCTION.
           MOVE LK-CA-KEY                TO WS-CA-KEY.

           EXEC CICS
               RECEIVE MAP     (WC-MAP)
                       MAPSET  (WC-MAPSET)
                       INTO    (CSAGIWLMI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS
                       RETURN
                   END-EXEC
                   GOBACK
      *        A DISPLAYED ENTRY ON THE SAME SAILING IS SAVED; WITH NO
      *        ENTRY DISPLAYED, KEYED FAMILY DETAILS ARE A NEW REQUEST
      *        AND A BARE SAILING ID IS A LOOKUP
               WHEN DFHENTER
                   IF  WS-CA-ENTRY-SHOWN
                   AND SAILI = WS-CA-SAILING-ID
                       PERFORM 3000-SAVE-CHANGES   THRU 3000-EXIT
                   ELSE
                       IF  FAMI > SPACES
                           PERFORM 4000-ADD-ENTRY  THRU 4000-EXIT
                       ELSE
                           PERFORM 2000-DISPLAY-FIRST THRU 2000-EXIT
                       END-IF
                   END-IF
               WHEN DFHPF4
                   PERFORM 6000-NEW-REQUEST    THRU 6000-EXIT
               WHEN DFHPF5
                   PERFORM 5000-CANCEL-ENTRY   THRU 5000-EXIT
               WHEN DFHPF6
                   PERFORM 5500-MARK-BOOKED    THRU 5500-EXIT
               WHEN DFHPF8
                   PERFORM 2500-DISPLAY-NEXT   THRU 2500-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED'  TO MSGO
                   PERFORM 1500-SEND-MAP       THRU 1500-EXIT
           END-EVALUATE.

           GO TO 8000-RETURN-TRANS.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-SEND-BLANK-MAP - FIRST ENTRY TO THE TRANSACTION          *
      *----------------------------------------------------------------*
       1000-SEND-BLANK-MAP.

           MOVE SPACES                   TO CSAGIWLMO.
           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-SEND-MAP - RE-DISPLAY THE SCREEN WITH A MESSAGE          *
      *----------------------------------------------------------------*
       1500-SEND-MAP.

           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    FROM   (CSAGIWLMO)
                    DATAONLY
                    CURSOR
           END-EXEC.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-DISPLAY-FIRST - ENTER ON A BARE SAILING ID: THE SAILING  *
      *  HEADER AND THE FIRST ENTRY ON ITS WAITLIST                    *
      *----------------------------------------------------------------*
       2000-DISPLAY-FIRST.

           MOVE SPACE                    TO WS-CA-FUNCTION.
           PERFORM 2900-CLEAR-DETAIL     THRU 2900-EXIT.

           IF  SAILI NOT > SPACES
               MOVE 'KEY A SAILING ID AND PRESS ENTER' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2700-SAILING-HEADER   THRU 2700-EXIT.

           IF  NOT WS-SAIL-FOUND
               MOVE 'SAILING NOT ON SAILMAST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SAILI                    TO WS-CA-SAILING-ID.
           MOVE LOW-VALUES               TO WS-CA-REQUEST-STAMP.
           PERFORM 2600-BROWSE-NEXT      THRU 2600-EXIT.

           IF  NOT WS-ENTRY-FOUND
               MOVE SPACES               TO WS-CA-KEY
               MOVE 'NO WAITLIST FOR THIS SAILING - PF4 TO ADD ONE'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'PF8 = NEXT ENTRY  PF4 = NEW REQUEST' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-DISPLAY-NEXT - PF8: THE NEXT ENTRY ON THE SAME SAILING   *
      *  AFTER THE ONE LAST SHOWN                                     *
      *----------------------------------------------------------------*
       2500-DISPLAY-NEXT.

           IF  NOT WS-CA-ENTRY-SHOWN
               MOVE 'KEY A SAILING ID AND PRESS ENTER FIRST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2600-BROWSE-NEXT      THRU 2600-EXIT.

           IF  NOT WS-ENTRY-FOUND
               MOVE 'END OF WAITLIST FOR THIS SAILING' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'PF8 = NEXT ENTRY  PF4 = NEW REQUEST' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-BROWSE-NEXT - THE FIRST ENTRY AFTER WS-CA-KEY; FOUND     *
      *  ONLY IF IT IS STILL ON WS-CA-SAILING-ID                       *
      *----------------------------------------------------------------*
       2600-BROWSE-NEXT.

           MOVE 'N'                      TO WS-FOUND-SWITCH.
           MOVE WS-CA-KEY                TO CSIWL-KEY.

           EXEC CICS
               STARTBR FILE    (WC-WAIT-FILE)
                       RIDFLD  (CSIWL-KEY)
                       GTEQ
                       RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               GO TO 2600-EXIT
           END-IF.

           EXEC CICS
               READNEXT FILE    (WC-WAIT-FILE)
                        RIDFLD  (CSIWL-KEY)
                        INTO    (CSIWL-RECORD)
                        RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
           AND CSIWL-KEY = WS-CA-KEY
               EXEC CICS
                   READNEXT FILE    (WC-WAIT-FILE)
                            RIDFLD  (CSIWL-KEY)
                            INTO    (CSIWL-RECORD)
                            RESP    (WS-RESP-AREA)
               END-EXEC
           END-IF.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
           AND CSIWL-SAILING-ID = WS-CA-SAILING-ID
               SET WS-ENTRY-FOUND        TO TRUE
           END-IF.

           EXEC CICS
               ENDBR FILE (WC-WAIT-FILE)
           END-EXEC.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2700-SAILING-HEADER - DEPART DATE FROM SAILMAST AND THE       *
      *  INFANT COUNT AGAINST QUOTA, AS THE DASHBOARD SHOWS IT         *
      *----------------------------------------------------------------*
       2700-SAILING-HEADER.

           MOVE 'N'                      TO WS-SAIL-FOUND-SWITCH.
           MOVE SPACES                   TO DEPO.
           MOVE SPACES                   TO INFO.
           MOVE SAILI                    TO CSSMST-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-SAIL-FILE)
                    RIDFLD  (CSSMST-KEY)
                    INTO    (CSSMST-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               GO TO 2700-EXIT
           END-IF.

           SET WS-SAIL-FOUND             TO TRUE.
           MOVE CSSMST-DEPART-CCYYMMDD   TO DEPO.

           MOVE CSSMST-SAILING-ID        TO CSDEMO-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-DEMO-FILE)
                    RIDFLD  (CSDEMO-KEY)
                    INTO    (CSDEMO-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE ZERO                 TO CSDEMO-INFANT-COUNT
           END-IF.

           IF  CSDEMO-INFANT-COUNT NOT NUMERIC
               MOVE 'NO INFANT COUNT ON HISTORY RECORD YET' TO INFO
               GO TO 2700-EXIT
           END-IF.

           MOVE CSDEMO-INFANT-COUNT      TO WS-I-COUNT.
           MOVE CSSMST-SAILING-ID        TO CSQUO-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-QUOTA-FILE)
                    RIDFLD  (CSQUO-KEY)
                    INTO    (CSQUO-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE ZERO                 TO WS-I-QUOTA
               MOVE 'NO QUOTA'           TO WS-I-STATUS
           ELSE
               MOVE CSQUO-INFANT-QUOTA   TO WS-I-QUOTA
               IF  CSDEMO-INFANT-COUNT < CSQUO-INFANT-QUOTA
                   MOVE 'ROOM'           TO WS-I-STATUS
               ELSE
                   MOVE 'FULL'           TO WS-I-STATUS
               END-IF
           END-IF.

           MOVE WS-INFANT-LINE           TO INFO.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2800-FORMAT-ENTRY - CSIWL-RECORD ONTO THE SCREEN, AND ITS KEY *
      *  INTO THE COMMAREA FOR PF8, PF5, PF6 AND A SAVE                *
      *----------------------------------------------------------------*
       2800-FORMAT-ENTRY.

           MOVE CSIWL-REQUEST-STAMP      TO REQO.

           EVALUATE TRUE
               WHEN CSIWL-WAITING
                   MOVE 'WAITING'        TO STSO
               WHEN CSIWL-OFFERED
                   MOVE 'OFFERED'        TO STSO
               WHEN CSIWL-BOOKED
                   MOVE 'BOOKED'         TO STSO
               WHEN CSIWL-LAPSED
                   MOVE 'LAPSED'         TO STSO
               WHEN CSIWL-CANCELLED
                   MOVE 'CANCELLED'      TO STSO
               WHEN CSIWL-SAILED
                   MOVE 'SAILED'         TO STSO
               WHEN OTHER
                   MOVE CSIWL-STATUS     TO STSO
           END-EVALUATE.

           MOVE CSIWL-FAMILY-NAME        TO FAMO.
           MOVE CSIWL-CONTACT-PHONE      TO PHNO.
           MOVE CSIWL-BOOKING-ID         TO BKGO.
           MOVE CSIWL-INFANT-BIRTH-CCYYMMDD TO DOBO.
           MOVE CSIWL-PLACES-REQUESTED   TO PLCO.

           IF  CSIWL-OFFER-CCYYMMDD = ZERO
               MOVE SPACES               TO OFDO
               MOVE SPACES               TO OFXO
           ELSE
               MOVE CSIWL-OFFER-CCYYMMDD TO OFDO
               MOVE CSIWL-OFFER-EXPIRES-CCYYMMDD TO OFXO
           END-IF.

           MOVE CSIWL-ENTERED-BY         TO ENTO.

           MOVE CSIWL-KEY                TO WS-CA-KEY.
           SET WS-CA-ENTRY-SHOWN         TO TRUE.

       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2900-CLEAR-DETAIL - BLANK THE ENTRY FIELDS                    *
      *----------------------------------------------------------------*
       2900-CLEAR-DETAIL.

           MOVE SPACES                   TO REQO
                                            STSO
                                            FAMO
                                            PHNO
                                            BKGO
                                            DOBO
                                            PLCO
                                            OFDO
                                            OFXO
                                            ENTO.

       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SAVE-CHANGES - ENTER ON A DISPLAYED ENTRY: EDIT THE      *
      *  OVERKEYED DETAILS AND REWRITE THE ENTRY WHILE IT IS OPEN      *
      *----------------------------------------------------------------*
       3000-SAVE-CHANGES.

           PERFORM 2700-SAILING-HEADER   THRU 2700-EXIT.

           IF  NOT WS-SAIL-FOUND
               MOVE 'SAILING NOT ON SAILMAST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-EDIT-ENTRY       THRU 3100-EXIT.

           IF  MSGO > SPACES
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-CA-KEY                TO CSIWL-KEY.

           EXEC CICS
               READ FILE    (WC-WAIT-FILE)
                    RIDFLD  (CSIWL-KEY)
                    INTO    (CSIWL-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NO LONGER ON FILE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  NOT CSIWL-STILL-OPEN
               EXEC CICS
                   UNLOCK FILE (WC-WAIT-FILE)
               END-EXEC
               MOVE 'ENTRY IS CLOSED - NO CHANGES ALLOWED' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF  CSIWL-OFFERED
           AND WS-PLACES-N NOT = CSIWL-PLACES-REQUESTED
               EXEC CICS
                   UNLOCK FILE (WC-WAIT-FILE)
               END-EXEC
               MOVE 'PLACES CANNOT CHANGE ONCE AN OFFER IS OUT'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3500-MOVE-DETAILS     THRU 3500-EXIT.

           EXEC CICS
               REWRITE FILE (WC-WAIT-FILE)
                       FROM (CSIWL-RECORD)
           END-EXEC.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'WAITLIST ENTRY UPDATED' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-EDIT-ENTRY - FIELD EDITS.  THE FIRST FAILURE PUTS ITS    *
      *  MESSAGE IN MSGO AND STOPS; A BLANK MSGO MEANS ALL PASSED.     *
      *  CSSMST-RECORD MUST ALREADY HOLD THE SAILING                   *
      *----------------------------------------------------------------*
       3100-EDIT-ENTRY.

           MOVE SPACES                   TO MSGO.

           IF  FAMI NOT > SPACES
               MOVE 'KEY THE FAMILY NAME' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           IF  PHNI NOT > SPACES
               MOVE 'KEY A CONTACT PHONE NUMBER' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           MOVE DOBI                     TO WS-BIRTH-X.
           MOVE 'N'                      TO WS-DATE-EDIT-OK-SWITCH.
           IF  WS-BIRTH-X NUMERIC
               PERFORM 3150-EDIT-CALENDAR THRU 3150-EXIT
           END-IF.
           IF  NOT WS-DATE-EDIT-OK
           OR  WS-BIRTH-CCYYMMDD > CSSMST-DEPART-CCYYMMDD
               MOVE 'INFANT BIRTH DATE MUST BE CCYYMMDD, NOT AFTER SAIL'
                                         TO MSGO
               GO TO 3100-EXIT
           END-IF.

           MOVE PLCI                     TO WS-PLACES-X.
           IF  WS-PLACES-X NOT NUMERIC
           OR  WS-PLACES-N = ZERO
               MOVE 'INFANT PLACES MUST BE 1 TO 9' TO MSGO
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3150-EDIT-CALENDAR - MONTH 01-12 AND A DAY THAT EXISTS IN     *
      *  THAT MONTH, LEAP YEARS INCLUDED (SAME EDIT AS CSAGQINQ)       *
      *----------------------------------------------------------------*
       3150-EDIT-CALENDAR.

           MOVE 'Y'                      TO WS-DATE-EDIT-OK-SWITCH.

           IF  WS-BIRTH-MM < 01 OR WS-BIRTH-MM > 12
               MOVE 'N'                  TO WS-DATE-EDIT-OK-SWITCH
               GO TO 3150-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH (WS-BIRTH-MM) TO WS-MONTH-MAX-DD.

           IF  WS-BIRTH-MM = 02
               DIVIDE WS-BIRTH-CCYY BY 4 GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM4
               DIVIDE WS-BIRTH-CCYY BY 100 GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM100
               DIVIDE WS-BIRTH-CCYY BY 400 GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29               TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

           IF  WS-BIRTH-DD < 01 OR WS-BIRTH-DD > WS-MONTH-MAX-DD
               MOVE 'N'                  TO WS-DATE-EDIT-OK-SWITCH
           END-IF.

       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-MOVE-DETAILS - EDITED SCREEN FIELDS INTO THE RECORD,     *
      *  STAMPED WITH THE OPERATOR                                    *
      *----------------------------------------------------------------*
       3500-MOVE-DETAILS.

           MOVE FAMI                     TO CSIWL-FAMILY-NAME.
           MOVE PHNI                     TO CSIWL-CONTACT-PHONE.
           IF  BKGI > SPACES
               MOVE BKGI                 TO CSIWL-BOOKING-ID
           END-IF.
           MOVE WS-BIRTH-CCYYMMDD        TO CSIWL-INFANT-BIRTH-CCYYMMDD.
           MOVE WS-PLACES-N              TO CSIWL-PLACES-REQUESTED.
           MOVE WS-USERID                TO CSIWL-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSIWL-UPDATED-CCYYMMDD.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-ADD-ENTRY - A NEW REQUEST, STAMPED WITH THE CURRENT DATE *
      *  AND TIME SO IT TAKES ITS PLACE IN REQUEST ORDER               *
      *----------------------------------------------------------------*
       4000-ADD-ENTRY.

           IF  SAILI NOT > SPACES
               MOVE 'KEY A SAILING ID AND PRESS ENTER' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 2700-SAILING-HEADER   THRU 2700-EXIT.

           IF  NOT WS-SAIL-FOUND
               MOVE 'SAILING NOT ON SAILMAST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF  CSSMST-DEPART-CCYYMMDD NOT > WS-TODAY-CCYYMMDD
               MOVE 'SAILING HAS DEPARTED - NOTHING TO WAITLIST'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 3100-EDIT-ENTRY       THRU 3100-EXIT.

           IF  MSGO > SPACES
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES                   TO CSIWL-RECORD.
           MOVE SAILI                    TO CSIWL-SAILING-ID.
           MOVE WS-TODAY-CCYYMMDD        TO CSIWL-REQUEST-CCYYMMDD.
           MOVE WS-NOW-HHMMSS            TO CSIWL-REQUEST-HHMMSS.
           MOVE ZERO                     TO CSIWL-REQUEST-SEQ.
           PERFORM 3500-MOVE-DETAILS     THRU 3500-EXIT.
           SET CSIWL-WAITING             TO TRUE.
           MOVE ZERO                     TO CSIWL-OFFER-CCYYMMDD.
           MOVE ZERO                     TO
               CSIWL-OFFER-EXPIRES-CCYYMMDD.
           MOVE WS-USERID                TO CSIWL-ENTERED-BY.

           MOVE 'N'                      TO WS-WRITE-SWITCH.
           PERFORM 4100-WRITE-ENTRY      THRU 4100-EXIT
               UNTIL NOT WS-WRITE-PENDING.

           IF  WS-WRITE-FAILED
               MOVE 'WAITLIST WRITE FAILED - TRY AGAIN' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'FAMILY ADDED TO THE WAITLIST' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-WRITE-ENTRY - ONE WRITE ATTEMPT.  A DUPLICATE KEY MEANS  *
      *  ANOTHER REQUEST FOR THE SAILING WAS TAKEN IN THE SAME SECOND; *
      *  THE SEQUENCE IS STEPPED AND THE WRITE TRIED AGAIN             *
      *----------------------------------------------------------------*
       4100-WRITE-ENTRY.

           EXEC CICS
               WRITE FILE    (WC-WAIT-FILE)
                     RIDFLD  (CSIWL-KEY)
                     FROM    (CSIWL-RECORD)
                     RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
               SET WS-WRITE-DONE         TO TRUE
               GO TO 4100-EXIT
           END-IF.

           IF  WS-RESP-AREA = DFHRESP(DUPREC)
           AND CSIWL-REQUEST-SEQ < 99
               ADD 1 TO CSIWL-REQUEST-SEQ
           ELSE
               SET WS-WRITE-FAILED       TO TRUE
           END-IF.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-CANCEL-ENTRY - PF5: THE FAMILY NO LONGER WANTS THE       *
      *  PLACE; AN OPEN ENTRY (WAITING OR OFFERED) IS CANCELLED        *
      *----------------------------------------------------------------*
       5000-CANCEL-ENTRY.

           IF  NOT WS-CA-ENTRY-SHOWN
               MOVE 'DISPLAY THE ENTRY TO CANCEL FIRST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-CA-KEY                TO CSIWL-KEY.

           EXEC CICS
               READ FILE    (WC-WAIT-FILE)
                    RIDFLD  (CSIWL-KEY)
                    INTO    (CSIWL-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NO LONGER ON FILE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           IF  NOT CSIWL-STILL-OPEN
               EXEC CICS
                   UNLOCK FILE (WC-WAIT-FILE)
               END-EXEC
               MOVE 'ENTRY IS ALREADY CLOSED' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           SET CSIWL-CANCELLED           TO TRUE.
           MOVE WS-USERID                TO CSIWL-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSIWL-UPDATED-CCYYMMDD.

           EXEC CICS
               REWRITE FILE (WC-WAIT-FILE)
                       FROM (CSIWL-RECORD)
           END-EXEC.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'WAITLIST ENTRY CANCELLED' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5500-MARK-BOOKED - PF6: THE FAMILY TOOK THE OFFERED PLACES.   *
      *  THE ENTRY CLOSES, AND THE INFANTS NOW COUNT ON THE MANIFEST   *
      *  INSTEAD OF AGAINST THE OFFER                                  *
      *----------------------------------------------------------------*
       5500-MARK-BOOKED.

           IF  NOT WS-CA-ENTRY-SHOWN
               MOVE 'DISPLAY THE OFFERED ENTRY FIRST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5500-EXIT
           END-IF.

           MOVE WS-CA-KEY                TO CSIWL-KEY.

           EXEC CICS
               READ FILE    (WC-WAIT-FILE)
                    RIDFLD  (CSIWL-KEY)
                    INTO    (CSIWL-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NO LONGER ON FILE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5500-EXIT
           END-IF.

           IF  NOT CSIWL-OFFERED
               EXEC CICS
                   UNLOCK FILE (WC-WAIT-FILE)
               END-EXEC
               MOVE 'ONLY AN OFFERED ENTRY CAN BE MARKED BOOKED'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5500-EXIT
           END-IF.

           SET CSIWL-BOOKED              TO TRUE.
           IF  BKGI > SPACES
               MOVE BKGI                 TO CSIWL-BOOKING-ID
           END-IF.
           MOVE WS-USERID                TO CSIWL-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSIWL-UPDATED-CCYYMMDD.

           EXEC CICS
               REWRITE FILE (WC-WAIT-FILE)
                       FROM (CSIWL-RECORD)
           END-EXEC.

           PERFORM 2800-FORMAT-ENTRY     THRU 2800-EXIT.
           MOVE 'OFFER TAKEN - ENTRY MARKED BOOKED' TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-NEW-REQUEST - PF4: CLEAR THE DETAIL SO THE NEXT ENTER    *
      *  ADDS A NEW FAMILY TO THE KEYED SAILING                        *
      *----------------------------------------------------------------*
       6000-NEW-REQUEST.

           MOVE SPACE                    TO WS-CA-FUNCTION.
           MOVE SPACES                   TO WS-CA-KEY.
           PERFORM 2900-CLEAR-DETAIL     THRU 2900-EXIT.
           MOVE 'KEY THE FAMILY DETAILS AND PRESS ENTER TO ADD'
                                         TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-RETURN-TRANS - RETURN, STAYING CONVERSATIONAL ON THE     *
      *                      SAME TRANSID                             *
      *----------------------------------------------------------------*
       8000-RETURN-TRANS.

           EXEC CICS
               RETURN TRANSID  (WC-TRANSID)
                      COMMAREA (WS-COMMAREA)
           END-EXEC.

           GOBACK.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9999-ABEND - UNEXPECTED CICS CONDITION                       *
      *----------------------------------------------------------------*
       9999-ABEND.

           EXEC CICS
               ABEND ABCODE('AGWL')
           END-EXEC.

           GOBACK.

       9999-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
